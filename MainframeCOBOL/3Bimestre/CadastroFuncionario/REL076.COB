       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL076.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * BANCO DE HORAS (CADBH) EM RELBH.TXT:                         *
      * 1) EXTRATO POR FUNCIONARIO - CADA MOVIMENTO (CREDITO DE      *
      *    EXTRAS, DEBITO DE DIA CURTO, CREDITO VENCIDO PAGO NA      *
      *    FOLHA, ACERTO DA RESCISAO) COM O SALDO CORRIDO, PARA UM   *
      *    FUNCIONARIO OU PARA TODOS (CODIGO ZEROS);                 *
      * 2) RESUMO DOS SALDOS EM ABERTO POR AREA DO FUNCIONARIO -     *
      *    QUANTIDADE DE FUNCIONARIOS COM SALDO, HORAS CREDORAS,     *
      *    HORAS DEVEDORAS E O SALDO LIQUIDO, SEMPRE DE TODOS.       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBH
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELBH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBH.DAT".
       01 REGBH.
          03 CHAVEBH.
             05 BH-CODFUNC    PIC 9(5).
             05 BH-ANOMES     PIC 9(6).
             05 BH-TIPO       PIC X(1).
          03 BH-HORAS         PIC S9(4)V99.
          03 BH-DTMOV         PIC 9(8).
          03 BH-HIST          PIC X(30).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD RELBH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBH.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL076".
       01 W-SPARQ       PIC X(14) VALUE "RELBH.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FUNCSEL     PIC 9(05) VALUE ZEROS.
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-AREAFUNC    PIC 9(03) VALUE ZEROS.
       01 W-SALDO       PIC S9(05)V99 VALUE ZEROS.
       01 W-EXTRATO     PIC X(01) VALUE "N".
       01 W-QTDEXT      PIC 9(05) VALUE ZEROS.
       01 W-IDX         PIC 9(04) VALUE ZEROS.
       01 W-TOTQTD      PIC 9(05) VALUE ZEROS.
       01 W-TOTCRED     PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTDEB      PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTSALDO    PIC S9(07)V99 VALUE ZEROS.
      *    SALDOS POR AREA, NA POSICAO CODIGO DA AREA + 1
       01 TABAREA.
          03 TB-AREA OCCURS 1000 TIMES.
             05 TBA-QTD      PIC 9(05).
             05 TBA-CRED     PIC 9(07)V99.
             05 TBA-DEB      PIC 9(07)V99.

       01 LIN-TITULO    PIC X(90) VALUE
          "*** BANCO DE HORAS - EXTRATO POR FUNCIONARIO ***".
       01 LIN-TITULO2   PIC X(90) VALUE
          "*** BANCO DE HORAS - SALDOS EM ABERTO POR AREA ***".
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.
       01 LIN-SEP       PIC X(90) VALUE ALL "-".

       01 LIN-FUNC.
          03 FILLER        PIC X(13) VALUE "FUNCIONARIO: ".
          03 LF-COD        PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LF-NOME       PIC X(35).
          03 FILLER        PIC X(08) VALUE "  AREA: ".
          03 LF-AREA       PIC ZZ9.
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(09) VALUE "COMPET.".
          03 FILLER        PIC X(11) VALUE "TIPO".
          03 FILLER        PIC X(31) VALUE "HISTORICO".
          03 FILLER        PIC X(10) VALUE "   HORAS".
          03 FILLER        PIC X(11) VALUE "    SALDO".
          03 FILLER        PIC X(13) VALUE "LANCADO EM".

       01 LIN-MOV.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LM-COMP       PIC 9999/99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LM-TIPO       PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-HIST       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-HORAS      PIC -ZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LM-SALDO      PIC -ZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LM-DTMOV      PIC 9999/99/99.
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-SALDO.
          03 FILLER        PIC X(56) VALUE
             "     SALDO ATUAL DO BANCO (HORAS)".
          03 FILLER        PIC X(10) VALUE SPACES.
          03 LS-SALDO      PIC -ZZZZ9,99.
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-CABA.
          03 FILLER        PIC X(05) VALUE "AREA ".
          03 FILLER        PIC X(21) VALUE "NOME DA AREA".
          03 FILLER        PIC X(07) VALUE "FUNCS".
          03 FILLER        PIC X(16) VALUE "  CREDORAS".
          03 FILLER        PIC X(16) VALUE " DEVEDORAS".
          03 FILLER        PIC X(11) VALUE "      SALDO".
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-AREA.
          03 LA-AREA       PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-CRED       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LA-DEB        PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LA-SALDO      PIC -ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-TOTA.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(21) VALUE "TOTAL GERAL".
          03 LTA-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTA-CRED      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LTA-DEB       PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(06) VALUE SPACES.
          03 LTA-SALDO     PIC -ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** BANCO DE HORAS - EXTRATO E SALDOS ***"
           DISPLAY "FUNCIONARIO DO EXTRATO (ZEROS = TODOS) : "
                   WITH NO ADVANCING
           ACCEPT W-FUNCSEL.
       R0A.
           OPEN INPUT CADBH
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADBH NAO ENCONTRADO - BANCO DE HORAS "
                      "SEM MOVIMENTO"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADBH
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELBH
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELBH.TXT"
              CLOSE CADBH CADFUNC
              GO TO ROT-FIM2.
           MOVE ZEROS TO TABAREA
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * UMA PASSADA NO CADBH (ORDEM FUNCIONARIO/COMPETENCIA):  *
      * EXTRATO DOS SELECIONADOS E, NA QUEBRA DE FUNCIONARIO,  *
      * O SALDO SOMADO NA AREA DELE                            *
      *********************************************************
       R1.
           MOVE ZEROS  TO BH-CODFUNC
           MOVE ZEROS  TO BH-ANOMES
           MOVE SPACES TO BH-TIPO
           START CADBH KEY IS NOT LESS CHAVEBH
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-FUNCANT NOT = ZEROS
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
       R3.
           IF W-QTDEXT = ZEROS
              MOVE "     NENHUM MOVIMENTO NO BANCO DE HORAS"
                   TO LINHA-REL
              WRITE LINHA-REL.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-TITULO2
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CABA
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > 1000.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTQTD   TO LTA-QTD
           MOVE W-TOTCRED  TO LTA-CRED
           MOVE W-TOTDEB   TO LTA-DEB
           COMPUTE W-TOTSALDO = W-TOTCRED - W-TOTDEB
           MOVE W-TOTSALDO TO LTA-SALDO
           WRITE LINHA-REL FROM LIN-TOTA
           GO TO ROT-FIM.
      *
       R2.
           READ CADBH NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF BH-CODFUNC NOT = W-FUNCANT
              IF W-FUNCANT NOT = ZEROS
                 PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
           IF BH-CODFUNC NOT = W-FUNCANT
              PERFORM ROT-NOVO-FUNC THRU ROT-NOVO-FUNC-FIM.
      *    O ACERTO DA RESCISAO ZERA O SALDO ANTERIOR
           IF BH-TIPO = "R"
              MOVE ZEROS TO W-SALDO
           ELSE
              ADD BH-HORAS TO W-SALDO.
           IF W-EXTRATO NOT = "S"
              GO TO R2-FIM.
           MOVE BH-ANOMES TO LM-COMP
           MOVE "OUTROS" TO LM-TIPO
           IF BH-TIPO = "C"
              MOVE "CREDITO" TO LM-TIPO.
           IF BH-TIPO = "D"
              MOVE "DEBITO" TO LM-TIPO.
           IF BH-TIPO = "P"
              MOVE "VENC.PAGO" TO LM-TIPO.
           IF BH-TIPO = "R"
              MOVE "RESCISAO" TO LM-TIPO.
           MOVE BH-HIST   TO LM-HIST
           MOVE BH-HORAS  TO LM-HORAS
           MOVE W-SALDO   TO LM-SALDO
           MOVE BH-DTMOV  TO LM-DTMOV
           WRITE LINHA-REL FROM LIN-MOV.
       R2-FIM.
           EXIT.
      *
      *    UMA LINHA POR AREA COM SALDO EM ABERTO
       R4.
           IF TBA-QTD (W-IDX) = ZEROS
              GO TO R4-FIM.
           COMPUTE LA-AREA = W-IDX - 1
           MOVE SPACES TO LA-NOME
           IF W-TEMAREA = "S"
              COMPUTE AREA-COD = W-IDX - 1
              READ CADAREA
              IF ST-ERRO4 = "00"
                 MOVE AREA-NOME TO LA-NOME.
           MOVE TBA-QTD (W-IDX)  TO LA-QTD
           MOVE TBA-CRED (W-IDX) TO LA-CRED
           MOVE TBA-DEB (W-IDX)  TO LA-DEB
           COMPUTE W-TOTSALDO = TBA-CRED (W-IDX) - TBA-DEB (W-IDX)
           MOVE W-TOTSALDO TO LA-SALDO
           WRITE LINHA-REL FROM LIN-AREA
           ADD TBA-QTD (W-IDX)  TO W-TOTQTD
           ADD TBA-CRED (W-IDX) TO W-TOTCRED
           ADD TBA-DEB (W-IDX)  TO W-TOTDEB.
       R4-FIM.
           EXIT.
      *
      *********************************************************
      * INICIO DE FUNCIONARIO: AREA DO CADFUNC E, QUANDO ELE   *
      * ENTRA NO EXTRATO, O CABECALHO                          *
      *********************************************************
       ROT-NOVO-FUNC.
           MOVE BH-CODFUNC TO W-FUNCANT
           MOVE ZEROS TO W-SALDO W-AREAFUNC
           MOVE SPACES TO NOME
           MOVE BH-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 = "00"
              MOVE CODAREA TO W-AREAFUNC.
           MOVE "N" TO W-EXTRATO
           IF W-FUNCSEL = ZEROS OR W-FUNCSEL = BH-CODFUNC
              MOVE "S" TO W-EXTRATO.
           IF W-EXTRATO NOT = "S"
              GO TO ROT-NOVO-FUNC-FIM.
           ADD 1 TO W-QTDEXT
           MOVE BH-CODFUNC TO LF-COD
           MOVE NOME       TO LF-NOME
           MOVE W-AREAFUNC TO LF-AREA
           WRITE LINHA-REL FROM LIN-FUNC
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
       ROT-NOVO-FUNC-FIM.
           EXIT.
      *
      *    FIM DO FUNCIONARIO: SALDO NO EXTRATO E NA TABELA DA AREA
       ROT-QUEBRA.
           IF W-EXTRATO = "S"
              MOVE W-SALDO TO LS-SALDO
              WRITE LINHA-REL FROM LIN-SEP
              WRITE LINHA-REL FROM LIN-SALDO
              WRITE LINHA-REL FROM LIN-BRANCO.
           IF W-SALDO = ZEROS
              GO TO ROT-QUEBRA-FIM.
           COMPUTE W-IDX = W-AREAFUNC + 1
           ADD 1 TO TBA-QTD (W-IDX)
           IF W-SALDO > ZEROS
              ADD W-SALDO TO TBA-CRED (W-IDX)
           ELSE
              SUBTRACT W-SALDO FROM TBA-DEB (W-IDX).
       ROT-QUEBRA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADBH CADFUNC RELBH
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELBH.TXT ***"
           DISPLAY "FUNCIONARIOS NO EXTRATO  : " W-QTDEXT
           DISPLAY "FUNCIONARIOS COM SALDO   : " W-TOTQTD.
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
      *    30 = ARQUIVO NAO ENCONTRADO
