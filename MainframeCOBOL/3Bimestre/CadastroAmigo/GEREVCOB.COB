       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEREVCOB.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * GERACAO DA COBRANCA DO EVENTO - PARA O EVENTO INFORMADO,     *
      * GRAVA NO CADCOBEV UMA CONTRIBUICAO (EVT-PRECO DO CADEVENT)   *
      * PARA CADA CONVIDADO QUE CONFIRMOU PRESENCA (RSVP C NO        *
      * CADCONVT), EM ABERTO. PODE SER RODADO DE NOVO QUANTAS VEZES  *
      * FOR PRECISO ATE O EVENTO: COBRANCAS JA GERADAS SAO           *
      * PRESERVADAS, QUEM CONFIRMOU DEPOIS ENTRA E QUEM DESISTIU     *
      * (RSVP NAO MAIS C) TEM A COBRANCA EM ABERTO EXCLUIDA. QUEM    *
      * DESISTIU JA TENDO PAGO E APENAS AVISADO PARA DEVOLUCAO.      *
      * A BAIXA E FEITA NA TELA CADCOBEV, COMO A DAS MENSALIDADES,   *
      * E O DEMONSTRATIVO DO EVENTO SAI NO REL107.                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEVENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCONVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONVT
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADCOBEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECBE
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEVENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENT.DAT".
       01 REGEVENT.
          03 EVT-COD       PIC 9(4).
          03 EVT-DATA      PIC 9(8).
          03 EVT-LOCAL     PIC X(30).
          03 EVT-CAPAC     PIC 9(4).
          03 EVT-PRECO     PIC 9(5)V99.
      *
       FD CADCONVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVT.DAT".
       01 REGCONVT.
          03 CHAVECONVT.
             05 CVT-EVENTO   PIC 9(4).
             05 CVT-APELIDO  PIC X(12).
          03 CVT-RSVP        PIC X(1).
          03 CVT-PRESENTE    PIC X(1).
      *
       FD CADCOBEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBEV.DAT".
       01 REGCBE.
          03 CHAVECBE.
             05 CBE-EVENTO    PIC 9(4).
             05 CBE-APELIDO   PIC X(12).
          03 CBE-VALOR        PIC 9(5)V99.
          03 CBE-DTGER        PIC 9(8).
          03 CBE-DTPAGTO      PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-EVENTO      PIC 9(04) VALUE ZEROS.
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-TOTCONF     PIC 9(05) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(05) VALUE ZEROS.
       01 W-TOTJAGER    PIC 9(05) VALUE ZEROS.
       01 W-TOTEXCL     PIC 9(05) VALUE ZEROS.
       01 W-TOTDEVOL    PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** GERACAO DA COBRANCA DO EVENTO ***"
           DISPLAY "CODIGO DO EVENTO : " WITH NO ADVANCING
           ACCEPT W-EVENTO
           IF W-EVENTO = ZEROS
              DISPLAY "EVENTO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADEVENT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADASTRO DE EVENTOS NAO ENCONTRADO (CADEVENT)"
              GO TO ROT-FIM2.
           MOVE W-EVENTO TO EVT-COD
           READ CADEVENT
           IF ST-ERRO NOT = "00"
              DISPLAY "EVENTO NAO CADASTRADO"
              CLOSE CADEVENT
              GO TO ROT-FIM2.
           CLOSE CADEVENT
           IF EVT-PRECO = ZEROS
              DISPLAY "EVENTO SEM CONTRIBUICAO POR PESSOA - INFORME"
              DISPLAY "O VALOR NA TELA CADEVENT ANTES DE GERAR"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADCONVT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "CONVITES (CADCONVT.DAT) NAO ENCONTRADOS"
              GO TO ROT-FIM2.
       R0C.
           OPEN I-O CADCOBEV
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT CADCOBEV
                 CLOSE CADCOBEV
                 OPEN I-O CADCOBEV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOBEV"
                 CLOSE CADCONVT
                 GO TO ROT-FIM2.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       R1.
           MOVE W-EVENTO TO CVT-EVENTO
           MOVE SPACES   TO CVT-APELIDO
           START CADCONVT KEY IS NOT LESS CHAVECONVT
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
       R2.
           READ CADCONVT NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO2 NOT = "00" OR CVT-EVENTO NOT = W-EVENTO
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE CVT-EVENTO  TO CBE-EVENTO
           MOVE CVT-APELIDO TO CBE-APELIDO
           READ CADCOBEV
           IF CVT-RSVP = "C"
              GO TO R3.
      *    NAO CONFIRMADO: COBRANCA EM ABERTO SAI, PAGA E AVISADA
           IF ST-ERRO3 NOT = "00"
              GO TO R2-FIM.
           IF CBE-DTPAGTO NOT = ZEROS
              ADD 1 TO W-TOTDEVOL
              DISPLAY "DESISTIU JA TENDO PAGO - DEVOLVER: " CBE-APELIDO
              GO TO R2-FIM.
           DELETE CADCOBEV RECORD
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTEXCL.
           GO TO R2-FIM.
      *
       R3.
           ADD 1 TO W-TOTCONF
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTJAGER
              GO TO R2-FIM.
           MOVE EVT-PRECO TO CBE-VALOR
           MOVE W-HOJE8   TO CBE-DTGER
           MOVE ZEROS     TO CBE-DTPAGTO
           WRITE REGCBE
           IF ST-ERRO3 = "00" OR "02"
              ADD 1 TO W-TOTGRAV.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCONVT CADCOBEV
           DISPLAY "*** GERACAO CONCLUIDA ***"
           DISPLAY "CONFIRMADOS NO EVENTO  : " W-TOTCONF
           DISPLAY "COBRANCAS GRAVADAS     : " W-TOTGRAV
           DISPLAY "JA GERADAS ANTES       : " W-TOTJAGER
           DISPLAY "EXCLUIDAS (DESISTENTES): " W-TOTEXCL
           DISPLAY "PAGAS A DEVOLVER       : " W-TOTDEVOL.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
