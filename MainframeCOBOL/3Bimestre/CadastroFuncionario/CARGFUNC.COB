      *   03 = CARGO INEXISTENTE        04 = TETO DA AREA ESTOURADO  *
      *   05 = FUNCIONARIO JA EXISTE    06 = CODIGO ZERADO           *
      *   07 = CPF COM DIGITO INVALIDO  08 = CPF JA CADASTRADO       *
      *   09 = SEM EXAME ADMISSIONAL (CADASO) APTO                   *
      * MESMO PADRAO JA PROVADO PELA CARGA DE CEP (CARGCEP).         *
      **************************************************************
      *----------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEADMCK
                    FILE STATUS  IS ST-ACK.
      *
           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEASO
                    FILE STATUS  IS ST-ASO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 ACK-OPER         PIC 9(3).
          03 ACK-DTGER        PIC 9(8).
          03 ACK-DTCONCL      PIC 9(8).
      *
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
          03 CHAVEASO.
             05 ASO-CODFUNC   PIC 9(5).
             05 ASO-SEQ       PIC 9(2).
          03 ASO-TIPO         PIC X(1).
          03 ASO-DTEXAME      PIC 9(8).
          03 ASO-RESULT       PIC X(1).
          03 ASO-CLINICA      PIC X(30).
          03 ASO-CARGO        PIC 9(5).
          03 ASO-PERIOD       PIC 9(2).
          03 ASO-DTPROX       PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-CPFQUOC     PIC 9(04) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.
       01 W-CPFDUP      PIC X(01) VALUE "N".
       01 ST-ASO        PIC X(02) VALUE "00".
       01 W-TEMASO      PIC X(01) VALUE "N".
       01 W-ASOOK       PIC X(01) VALUE "N".
       01 W-ASORES      PIC X(01) VALUE SPACES.
       01 W-ASOULT      PIC 9(08) VALUE ZEROS.
       01 W-ASODMA.
          03 W-ASODIA   PIC 9(02).
          03 W-ASOMES   PIC 9(02).
          03 W-ASOANO   PIC 9(04).
       01 W-ASODMA8 REDEFINES W-ASODMA PIC 9(08).
       01 W-ASOAMD.
          03 W-ASOANOA  PIC 9(04).
          03 W-ASOMESA  PIC 9(02).
          03 W-ASODIAA  PIC 9(02).
       01 W-ASOAMD8 REDEFINES W-ASOAMD PIC 9(08).

       01 LIN-ACEITO.
          03 LA-CODFUNC    PIC 9(05).
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CARGO"
              GO TO ROT-FIM2.
      *    SEM O CADASO NENHUM ADMITIDO TEM EXAME (MOTIVO 09)
           MOVE "S" TO W-TEMASO
           OPEN INPUT CADASO
           IF ST-ASO NOT = "00"
              MOVE "N" TO W-TEMASO.
       R0E.
           OPEN OUTPUT CARGFACE
           IF ST-ERRO6 NOT = "00"
      *********************************************************
       R7A.
           IF LOTE-CPF = ZEROS
              GO TO R7B.
           MOVE LOTE-CPF TO W-CPF
           PERFORM ROT-VALIDA-CPF THRU ROT-VALIDA-CPF-FIM
           IF W-CPFOK NOT = "S"
           IF W-CPFDUP = "S"
              MOVE 08 TO W-MOTIVO
              GO TO R8-REJEITA.
      *
      *    ULTIMO EXAME ADMISSIONAL DO FUNCIONARIO TEM DE SER APTO
       R7B.
           PERFORM ROT-CHK-ASO THRU ROT-CHK-ASO-FIM
           IF W-ASOOK NOT = "S"
              MOVE 09 TO W-MOTIVO
              GO TO R8-REJEITA.
      *
       R8.
           MOVE LOTE-CODFUNC  TO CODFUNC
           EXIT.
      *
      *********************************************************
      * PROCURA O ULTIMO EXAME ADMISSIONAL (TIPO A) DO         *
      * FUNCIONARIO DA LINHA EM CADASO: W-ASOOK = "S" SE APTO  *
      *********************************************************
       ROT-CHK-ASO.
           MOVE "N" TO W-ASOOK
           MOVE ZEROS TO W-ASOULT
           MOVE SPACES TO W-ASORES
           IF W-TEMASO NOT = "S"
              GO TO ROT-CHK-ASO-FIM.
           MOVE LOTE-CODFUNC TO ASO-CODFUNC
           MOVE ZEROS TO ASO-SEQ
           START CADASO KEY IS NOT LESS CHAVEASO
                 INVALID KEY
                    GO TO ROT-CHK-ASO-FIM.
       ROT-CHK-ASO-RD.
           READ CADASO NEXT RECORD
                AT END
                   GO TO ROT-CHK-ASO-AVAL
           END-READ
           IF ST-ASO NOT = "00" OR ASO-CODFUNC NOT = LOTE-CODFUNC
              GO TO ROT-CHK-ASO-AVAL.
           IF ASO-TIPO NOT = "A"
              GO TO ROT-CHK-ASO-RD.
           MOVE ASO-DTEXAME TO W-ASODMA8
           MOVE W-ASODIA TO W-ASODIAA
           MOVE W-ASOMES TO W-ASOMESA
           MOVE W-ASOANO TO W-ASOANOA
           IF W-ASOAMD8 < W-ASOULT
              GO TO ROT-CHK-ASO-RD.
           MOVE W-ASOAMD8 TO W-ASOULT
           MOVE ASO-RESULT TO W-ASORES
           GO TO ROT-CHK-ASO-RD.
       ROT-CHK-ASO-AVAL.
           IF W-ASOULT NOT = ZEROS AND W-ASORES = "A"
              MOVE "S" TO W-ASOOK.
       ROT-CHK-ASO-FIM.
           EXIT.
      *
      *********************************************************
      * GERA O CHECKLIST DE ADMISSAO: PARA CADA ITEM ATIVO DA  *
      * TABELA CADCKITEM, ABRE UMA PENDENCIA EM CADADMCK PARA  *
      * O FUNCIONARIO RECEM-ADMITIDO. SEM A TABELA, A ADMISSAO *
       ROT-FIM.
           CLOSE FUNCLOTE CADFUNC CADCEP CADAREA CADCARGO
                 CARGFACE CARGFREJ
           IF W-TEMASO = "S"
              CLOSE CADASO.
           DISPLAY "*** CARGA DE ADMISSOES CONCLUIDA ***"
           DISPLAY "LINHAS LIDAS DO ARQUIVO : " W-TOTLIDOS
           DISPLAY "ADMITIDOS GRAVADOS      : " W-TOTGRAV
