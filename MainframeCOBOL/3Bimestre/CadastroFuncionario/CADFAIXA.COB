      * NO CALCULO DA FOLHA (FPP005/FPP006)          *
      * (TIPO C = FAIXAS DE COMISSAO DE VENDAS POR   *
      * VALOR, USADAS PELO FPP014)                   *
      * (TIPO P = TABELA EXCLUSIVA DE IR DA          *
      * PARTICIPACAO NOS LUCROS, USADA PELO FPP020)  *
      * CADA TABELA E VERSIONADA PELA VIGENCIA       *
      * (AAAAMM) NA CHAVE - O CALCULO USA A VERSAO   *
      * EM VIGOR PARA A COMPETENCIA PROCESSADA       *
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
               VALUE  "                 *** FAIXAS DE INSS E IR ***".
           05  LINE 05  COLUMN 01
               VALUE  "   TIPO (I=INSS  R=IR) :".
           05  LINE 05  COLUMN 30
               VALUE  "(C=COMISSAO  P=IR EXCLUSIVO DA PLR)".
           05  LINE 06  COLUMN 01
               VALUE  "   VIGENCIA (AAAAMM)   :".
           05  LINE 07  COLUMN 01
                   CLOSE CADFAIXA
                   GO TO ROT-FIM.
                IF TIPOFAIXA NOT = "I" AND TIPOFAIXA NOT = "R"
                   AND TIPOFAIXA NOT = "C" AND TIPOFAIXA NOT = "P"
                   MOVE "TIPO INVALIDO: I=INSS R=IR C=COMISSAO P=PLR"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
      *
      *    PARCELA A DEDUZIR SO SE APLICA AS FAIXAS DE IR (TIPOS R
      *    E P); PARA AS FAIXAS DE INSS FICA ZERADA
       R2A.
                IF TIPOFAIXA NOT = "R" AND TIPOFAIXA NOT = "P"
                   MOVE ZEROS TO VALDEDFAIXA
                   GO TO R2B.
                ACCEPT TVALDEDFAIXA
      * DATA/HORA, ARQUIVO E CHAVE. CONSULTA PELO REL035.      *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
                 MOVE "ALTERACAO" TO JORN-RESUMO
              ELSE
                 MOVE "EXCLUSAO" TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
