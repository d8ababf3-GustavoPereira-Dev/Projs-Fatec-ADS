       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL095.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * SERIE DAS NOTAS FISCAIS DE VEICULOS - LISTA, POR EMPRESA,   *
      * TODOS OS NUMEROS DO CADNF EM ORDEM (SAIDA/ENTRADA, EMISSAO, *
      * PLACA, CPF, VALOR E SITUACAO) E APONTA OS BURACOS DA SERIE  *
      * (NUMEROS QUE DEVERIAM EXISTIR ENTRE 1 E O ULTIMO EMITIDO),  *
      * PARA A CONFERENCIA COM O LIVRO DE NOTAS. EMPRESA 0 = TODAS. *
      * SAIDA EM SERIENF.TXT.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NF-CHAVEVDA
                                   WITH DUPLICATES.
      *
           SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT SERIENF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
          03 CHAVENF.
             05 NF-EMP        PIC 9(2).
             05 NF-NUM        PIC 9(9).
          03 NF-CHAVEVDA.
             05 NF-PLACAVDA   PIC X(7).
             05 NF-DTAVENDA   PIC 9(8).
          03 NF-TIPO          PIC X(1).
          03 NF-DTEMIS.
             05 NF-ANOEMIS    PIC 9(4).
             05 NF-MESEMIS    PIC 9(2).
             05 NF-DIAEMIS    PIC 9(2).
          03 NF-PLACA         PIC X(7).
          03 NF-CODCLI        PIC 9(5).
          03 NF-DOC           PIC 9(11).
          03 NF-VALOR         PIC 9(8)V99.
          03 NF-SIT           PIC X(1).
          03 NF-DTCANC        PIC 9(8).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
          03 EMP-COD           PIC 9(02).
          03 EMP-NOME          PIC X(30).
          03 EMP-BANCO         PIC 9(03).
          03 EMP-AGENCIA       PIC 9(04).
          03 EMP-CONTA         PIC X(10).
      *
       FD SERIENF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SERIENF.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL095".
       01 W-SPARQ       PIC X(14) VALUE "SERIENF.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMEMPR     PIC X(01) VALUE "N".
       01 W-EMPPROC     PIC 9(02) VALUE ZEROS.
       01 W-EMPANT      PIC 9(02) VALUE ZEROS.
       01 W-ULTNUM      PIC 9(09) VALUE ZEROS.
       01 W-PRIMFALTA   PIC 9(09) VALUE ZEROS.
       01 W-ULTFALTA    PIC 9(09) VALUE ZEROS.
       01 W-QTDFALTA    PIC 9(09) VALUE ZEROS.
       01 W-EMPNOTAS    PIC 9(06) VALUE ZEROS.
       01 W-EMPCANC     PIC 9(06) VALUE ZEROS.
       01 W-EMPFALTA    PIC 9(09) VALUE ZEROS.
       01 W-TOTNOTAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(06) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(09) VALUE ZEROS.
       01 W-DTEMIS-DMA.
          03 W-DIAEMIS  PIC 9(02).
          03 W-MESEMIS  PIC 9(02).
          03 W-ANOEMIS  PIC 9(04).
       01 W-DTEMIS8 REDEFINES W-DTEMIS-DMA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER        PIC X(47) VALUE
             "*** SERIE DAS NOTAS FISCAIS DE VEICULOS ***".
          03 FILLER        PIC X(53) VALUE SPACES.

       01 LIN-EMPRESA.
          03 FILLER        PIC X(09) VALUE "EMPRESA: ".
          03 LE-EMP        PIC 99.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LE-NOME       PIC X(30).
          03 FILLER        PIC X(56) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(41) VALUE
             "   NUMERO  TIPO        EMISSAO    PLACA  ".
          03 FILLER        PIC X(59) VALUE
             "  CPF CLIENTE        VALOR  SITUACAO".

       01 LIN-DET.
          03 LD-NUM        PIC Z(8)9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-TIPO       PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DTEMIS     PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DOC        PIC 9(11) BLANK WHEN ZERO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-VALOR      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(09).
          03 LD-DTCANC     PIC X(10).
          03 FILLER        PIC X(12) VALUE SPACES.

       01 LIN-FALTA.
          03 FILLER        PIC X(30) VALUE
             "   *** NUMEROS FALTANTES NA SE".
          03 FILLER        PIC X(06) VALUE "RIE: ".
          03 LF-PRIM       PIC Z(8)9.
          03 FILLER        PIC X(03) VALUE " A ".
          03 LF-ULT        PIC Z(8)9.
          03 FILLER        PIC X(02) VALUE " (".
          03 LF-QTD        PIC Z(8)9.
          03 FILLER        PIC X(05) VALUE ") ***".
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-TOTEMP.
          03 FILLER        PIC X(16) VALUE "   NOTAS      : ".
          03 LTE-NOTAS     PIC ZZZ.ZZ9.
          03 FILLER        PIC X(16) VALUE "   CANCELADAS : ".
          03 LTE-CANC      PIC ZZZ.ZZ9.
          03 FILLER        PIC X(16) VALUE "   FALTANTES  : ".
          03 LTE-FALTA     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** SERIE DAS NOTAS FISCAIS DE VEICULOS ***"
           DISPLAY "EMPRESA (0 = TODAS) : " WITH NO ADVANCING
           ACCEPT W-EMPPROC.
       R0A.
           OPEN INPUT CADNF
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUMA NOTA EMITIDA (CADNF)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMEMPR
           OPEN INPUT CADEMPR
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMEMPR.
       R0B.
           OPEN OUTPUT SERIENF
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO SERIENF.TXT"
              CLOSE CADNF
              IF W-TEMEMPR = "S"
                 CLOSE CADEMPR
              END-IF
              GO TO ROT-FIM2.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-EMPPROC TO NF-EMP
           MOVE ZEROS     TO NF-NUM
           START CADNF KEY IS NOT LESS CHAVENF
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           MOVE 99 TO W-EMPANT.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM NUMERO DA SERIE                                     *
      *********************************************************
       R2.
           READ CADNF NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF W-EMPPROC NOT = ZEROS AND NF-EMP NOT = W-EMPPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF NF-EMP NOT = W-EMPANT
              PERFORM R3 THRU R3-FIM.
      *    BURACO ENTRE O ULTIMO NUMERO LIDO E ESTE
           IF NF-NUM > W-ULTNUM + 1
              COMPUTE W-PRIMFALTA = W-ULTNUM + 1
              COMPUTE W-ULTFALTA  = NF-NUM - 1
              COMPUTE W-QTDFALTA  = W-ULTFALTA - W-PRIMFALTA + 1
              MOVE W-PRIMFALTA TO LF-PRIM
              MOVE W-ULTFALTA  TO LF-ULT
              MOVE W-QTDFALTA  TO LF-QTD
              WRITE LINHA-REL FROM LIN-FALTA
              ADD W-QTDFALTA TO W-EMPFALTA.
           MOVE NF-NUM TO W-ULTNUM
           MOVE NF-NUM TO LD-NUM
           IF NF-TIPO = "S"
              MOVE "SAIDA  " TO LD-TIPO
           ELSE
              MOVE "ENTRADA" TO LD-TIPO.
           MOVE NF-DIAEMIS TO W-DIAEMIS
           MOVE NF-MESEMIS TO W-MESEMIS
           MOVE NF-ANOEMIS TO W-ANOEMIS
           MOVE W-DTEMIS8  TO LD-DTEMIS
           MOVE NF-PLACA   TO LD-PLACA
           MOVE NF-DOC     TO LD-DOC
           MOVE NF-VALOR   TO LD-VALOR
           MOVE SPACES     TO LD-DTCANC
           ADD 1 TO W-EMPNOTAS
           IF NF-SIT = "C"
              MOVE "CANCELADA" TO LD-SIT
              MOVE NF-DTCANC (7:2) TO LD-DTCANC (2:2)
              MOVE "/"             TO LD-DTCANC (4:1)
              MOVE NF-DTCANC (5:2) TO LD-DTCANC (5:2)
              MOVE "/"             TO LD-DTCANC (7:1)
              MOVE NF-DTCANC (3:2) TO LD-DTCANC (8:2)
              ADD 1 TO W-EMPCANC
           ELSE
              MOVE "NORMAL"    TO LD-SIT.
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
      *    QUEBRA DE EMPRESA: FECHA A ANTERIOR E ABRE A NOVA
       R3.
           IF W-EMPANT NOT = 99
              PERFORM R4 THRU R4-FIM.
           MOVE NF-EMP TO W-EMPANT LE-EMP
           MOVE ZEROS  TO W-ULTNUM W-EMPNOTAS W-EMPCANC W-EMPFALTA
           MOVE SPACES TO LE-NOME
           IF W-TEMEMPR = "S"
              MOVE NF-EMP TO EMP-COD
              READ CADEMPR
              IF ST-ERRO2 = "00"
                 MOVE EMP-NOME TO LE-NOME.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-EMPRESA
           WRITE LINHA-REL FROM LIN-CAB.
       R3-FIM.
           EXIT.
      *
      *    TOTAIS DA EMPRESA
       R4.
           MOVE W-EMPNOTAS TO LTE-NOTAS
           MOVE W-EMPCANC  TO LTE-CANC
           MOVE W-EMPFALTA TO LTE-FALTA
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOTEMP
           ADD W-EMPNOTAS TO W-TOTNOTAS
           ADD W-EMPCANC  TO W-TOTCANC
           ADD W-EMPFALTA TO W-TOTFALTA.
       R4-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-EMPANT NOT = 99
              PERFORM R4 THRU R4-FIM.
           IF W-TEMEMPR = "S"
              CLOSE CADEMPR.
           CLOSE CADNF SERIENF
           DISPLAY "*** RELATORIO GERADO EM SERIENF.TXT ***"
           DISPLAY "NOTAS NA SERIE          : " W-TOTNOTAS
           DISPLAY "CANCELADAS              : " W-TOTCANC
           DISPLAY "NUMEROS FALTANTES       : " W-TOTFALTA.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
