       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBAIXA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * BAIXA DE VEICULO - RETIRA DEFINITIVAMENTE DA LOJA O CARRO   *
      * QUE NAO SERA VENDIDO (PERDA TOTAL, FURTO/ROUBO, SUCATA,     *
      * DOACAO), COM A DATA, O MOTIVO, O VALOR RECUPERADO           *
      * (INDENIZACAO, VENDA DA SUCATA) E UMA OBSERVACAO. UMA BAIXA  *
      * POR PLACA.                                                  *
      * SITUACAO DO VEICULO (SIT-CAR): A BAIXA GRAVADA PASSA O      *
      * CARRO PARA B (BAIXADO) E GUARDA A SITUACAO ANTERIOR; A      *
      * EXCLUSAO DA BAIXA (LANCAMENTO ERRADO) DEVOLVE A SITUACAO    *
      * ANTERIOR. CARRO VENDIDO (V) NAO PODE SER BAIXADO.           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADBAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-PLACA
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBAIXA.DAT".
       01 REGBAIXA.
          03 BXA-PLACA        PIC X(7).
          03 BXA-DTBAIXA      PIC 9(8).
          03 BXA-MOTIVO       PIC X(1).
          03 BXA-VLRREC       PIC 9(8)V99.
          03 BXA-OBS          PIC X(40).
          03 BXA-SITANT       PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DTBAIXA-R.
          03 W-DIABXA   PIC 9(02).
          03 W-MESBXA   PIC 9(02).
          03 W-ANOBXA   PIC 9(04).
       01 TXTSIT        PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADBAIXA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** BAIXA DE VEICULO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO           :".
           05  LINE 05  COLUMN 01
               VALUE  "   PROPRIETARIO               :".
           05  LINE 06  COLUMN 01
               VALUE  "   SITUACAO ATUAL             :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DA BAIXA (DDMMAAAA)   :".
           05  LINE 09  COLUMN 01
               VALUE  "   MOTIVO                     :".
           05  LINE 10  COLUMN 01
               VALUE  "   (P=PERDA TOTAL F=FURTO/ROUBO S=SUCATA".
           05  LINE 10  COLUMN 41
               VALUE  " D=DOACAO O=OUTRO)".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR RECUPERADO           :".
           05  LINE 13  COLUMN 01
               VALUE  "   OBSERVACAO                 :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 34  PIC X(07)
               USING  BXA-PLACA
               HIGHLIGHT.
           05  TNOMEPROP
               LINE 05  COLUMN 34  PIC X(30)
               USING  NOMEPROP-CAR
               HIGHLIGHT.
           05  TTXTSIT
               LINE 06  COLUMN 34  PIC X(20)
               USING  TXTSIT
               HIGHLIGHT.
           05  TDTBAIXA
               LINE 08  COLUMN 34  PIC 9(08)
               USING  BXA-DTBAIXA
               HIGHLIGHT.
           05  TMOTIVO
               LINE 09  COLUMN 34  PIC X(01)
               USING  BXA-MOTIVO
               HIGHLIGHT.
           05  TVLRREC
               LINE 12  COLUMN 34  PIC 9(08),99
               USING  BXA-VLRREC
               HIGHLIGHT.
           05  TOBS
               LINE 13  COLUMN 34  PIC X(40)
               USING  BXA-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN I-O CADBAIXA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBAIXA
                 CLOSE CADBAIXA
                 MOVE "*** ARQUIVO CADBAIXA FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBAIXA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO BXA-PLACA BXA-MOTIVO BXA-OBS BXA-SITANT
           MOVE SPACES TO NOMEPROP-CAR TXTSIT
           MOVE ZEROS TO BXA-DTBAIXA BXA-VLRREC W-SEL
           DISPLAY TCADBAIXA.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF BXA-PLACA = SPACES
                   GO TO R2.
       LER-CADCAR.
           MOVE BXA-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM ROT-NOME-SIT THRU ROT-NOME-SIT-FIM
           DISPLAY TNOMEPROP TTXTSIT.
       LER-CADBAIXA.
           READ CADBAIXA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TCADBAIXA
                 MOVE "*** VEICULO JA BAIXADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADBAIXA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    BAIXA NOVA: CARRO VENDIDO JA NAO E DA LOJA
           IF SIT-CAR = "V"
              MOVE "*** VEICULO VENDIDO - BAIXA RECUSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SIT-CAR = "R"
              MOVE "ATENCAO: VEICULO RESERVADO - ENCERRE A RESERVA"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF SIT-CAR = "F"
              MOVE "ATENCAO: VEICULO NA FROTA - ENCERRE A ATRIBUICAO"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           ACCEPT TDTBAIXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE BXA-DTBAIXA TO W-DTBAIXA-R
           IF W-DIABXA < 1 OR W-DIABXA > 31
              OR W-MESBXA < 1 OR W-MESBXA > 12 OR W-ANOBXA = ZEROS
              MOVE "DATA DA BAIXA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF BXA-MOTIVO NOT = "P" AND BXA-MOTIVO NOT = "F"
              AND BXA-MOTIVO NOT = "S" AND BXA-MOTIVO NOT = "D"
              AND BXA-MOTIVO NOT = "O"
              MOVE "MOTIVO: USE P, F, S, D OU O" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TVLRREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R6.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF BXA-MOTIVO = "O" AND BXA-OBS = SPACES
              MOVE "MOTIVO OUTRO: DESCREVA NA OBSERVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE SIT-CAR TO BXA-SITANT
                WRITE REGBAIXA
                IF ST-ERRO = "00" OR "02"
                      MOVE "B" TO SIT-CAR
                      REWRITE REGCAR
                      MOVE "*** BAIXA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* BAIXA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBAIXA"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BAIXA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADBAIXA RECORD
                IF ST-ERRO = "00"
      *            VOLTA A SITUACAO DE ANTES DA BAIXA
                   IF SIT-CAR = "B"
                      MOVE BXA-SITANT TO SIT-CAR
                      IF SIT-CAR = SPACE OR SIT-CAR = "B"
                         MOVE "E" TO SIT-CAR
                      END-IF
                      REWRITE REGCAR
                   END-IF
                   MOVE "*** BAIXA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA BAIXA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGBAIXA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** BAIXA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA BAIXA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO DO VEICULO (SIT-CAR)             *
      *********************************************************
       ROT-NOME-SIT.
           MOVE SPACES TO TXTSIT
           IF SIT-CAR = "E" OR SIT-CAR = SPACE
              MOVE "EM ESTOQUE (PATIO)" TO TXTSIT.
           IF SIT-CAR = "R"
              MOVE "RESERVADO (PATIO)" TO TXTSIT.
           IF SIT-CAR = "V"
              MOVE "VENDIDO" TO TXTSIT.
           IF SIT-CAR = "F"
              MOVE "FROTA DA EMPRESA" TO TXTSIT.
           IF SIT-CAR = "M"
              MOVE "EM REPARO (SINISTRO)" TO TXTSIT.
           IF SIT-CAR = "B"
              MOVE "BAIXADO" TO TXTSIT.
       ROT-NOME-SIT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADBAIXA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
