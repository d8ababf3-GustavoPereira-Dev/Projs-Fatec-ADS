       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAUSA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * TABELA DE CAUSAS DE DESLIGAMENTO - PARA CADA CAUSA, AS      *
      * VERBAS DEVIDAS NA RESCISAO (FPP010):                        *
      *   SALDO DE SALARIO, FERIAS VENCIDAS + 1/3, FERIAS           *
      *   PROPORCIONAIS + 1/3 E 13O PROPORCIONAL (S/N)              *
      *   AVISO PREVIO  I = INDENIZADO PELA EMPRESA (SE NAO         *
      *                     TRABALHADO)                             *
      *                 M = METADE DO INDENIZADO (ACORDO)           *
      *                 D = DESCONTADO DO EMPREGADO QUE NAO         *
      *                     CUMPRIR O AVISO (PEDIDO)                *
      *                 N = SEM AVISO                               *
      *   AVISO PROPORCIONAL (S/N): MAIS 3 DIAS POR ANO COMPLETO    *
      *                 DE SERVICO, ATE 90 DIAS NO TOTAL            *
      *   MULTA DO FGTS: 40, 20 OU 00 POR CENTO SOBRE OS DEPOSITOS  *
      *   ESTABILIDADE (S/N): DISPENSA PELA EMPRESA SEM JUSTA       *
      *                 CAUSA - CONFERE O CADESTAB NO DESLIGAMENTO  *
      * A CAUSA E INFORMADA NO DESLIGAMENTO (FPP004, GRAVADA NO     *
      * CADDESLIG). NA CRIACAO DO ARQUIVO A TABELA E CARREGADA      *
      * COM AS CAUSAS DA CLT.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCAUSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAU-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAUSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAUSA.DAT".
       01 REGCAUSA.
                03 CAU-COD           PIC 9(02).
                03 CAU-DESCR         PIC X(30).
                03 CAU-SALDO         PIC X(01).
                03 CAU-FERVENC       PIC X(01).
                03 CAU-FERPROP       PIC X(01).
                03 CAU-13PROP        PIC X(01).
                03 CAU-AVISO         PIC X(01).
                03 CAU-AVPROP        PIC X(01).
                03 CAU-MULTA         PIC 9(02).
                03 CAU-ESTAB         PIC X(01).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JACAO       PIC X(01) VALUE SPACES.
       01 W-JCHAVE      PIC X(14) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "CADCAUSA".
       01 W-JARQ        PIC X(08) VALUE "CADCAUSA".
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       01 W-IDXP            PIC 9(02) VALUE ZEROS.
      *
      *    CAUSAS DA CLT - CARGA INICIAL DA TABELA (CODIGO,
      *    DESCRICAO, SALDO, FER.VENCIDAS, FER.PROPORC., 13O,
      *    AVISO, AVISO PROPORCIONAL, MULTA FGTS, ESTABILIDADE)
       01 TABCAUPAD.
          03 FILLER PIC X(41) VALUE
             "01DISPENSA SEM JUSTA CAUSA      SSSSIS40S".
          03 FILLER PIC X(41) VALUE
             "02PEDIDO DE DEMISSAO            SSSSDN00N".
          03 FILLER PIC X(41) VALUE
             "03DISPENSA POR JUSTA CAUSA      SSNNNN00N".
          03 FILLER PIC X(41) VALUE
             "04ACORDO (ART. 484-A DA CLT)    SSSSMS20N".
          03 FILLER PIC X(41) VALUE
             "05TERMINO DO CONTRATO A PRAZO   SSSSNN00N".
          03 FILLER PIC X(41) VALUE
             "06RESCISAO INDIRETA (ART. 483)  SSSSIS40N".
       01 TABCAUPAD-R REDEFINES TABCAUPAD.
          03 TB-CAUPAD  PIC X(41) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACAUSA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** CAUSAS DE DESLIGAMENTO (RESCISAO) ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DA CAUSA                   :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO                         :".
           05  LINE 07  COLUMN 01
               VALUE  "   SALDO DE SALARIO          (S/N)   :".
           05  LINE 08  COLUMN 01
               VALUE  "   FERIAS VENCIDAS + 1/3     (S/N)   :".
           05  LINE 09  COLUMN 01
               VALUE  "   FERIAS PROPORCIONAIS + 1/3 (S/N)  :".
           05  LINE 10  COLUMN 01
               VALUE  "   13O PROPORCIONAL          (S/N)   :".
           05  LINE 12  COLUMN 01
               VALUE  "   AVISO PREVIO          (I/M/D/N)   :".
           05  LINE 13  COLUMN 01
               VALUE  "   (I=INDENIZADO M=METADE D=DESCONTO N=SEM)".
           05  LINE 14  COLUMN 01
               VALUE  "   AVISO PROPORCIONAL 3 DIAS/ANO     :".
           05  LINE 16  COLUMN 01
               VALUE  "   MULTA DO FGTS % (40/20/00)        :".
           05  LINE 18  COLUMN 01
               VALUE  "   CONFERE ESTABILIDADE (S/N)        :".
           05  LINE 19  COLUMN 01
               VALUE  "   (DISPENSA PELA EMPRESA SEM JUSTA CAUSA)".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCAU-COD
               LINE 04  COLUMN 40  PIC 9(02)
               USING  CAU-COD
               HIGHLIGHT.
           05  TCAU-DESCR
               LINE 05  COLUMN 40  PIC X(30)
               USING  CAU-DESCR
               HIGHLIGHT.
           05  TCAU-SALDO
               LINE 07  COLUMN 40  PIC X(01)
               USING  CAU-SALDO
               HIGHLIGHT.
           05  TCAU-FERVENC
               LINE 08  COLUMN 40  PIC X(01)
               USING  CAU-FERVENC
               HIGHLIGHT.
           05  TCAU-FERPROP
               LINE 09  COLUMN 40  PIC X(01)
               USING  CAU-FERPROP
               HIGHLIGHT.
           05  TCAU-13PROP
               LINE 10  COLUMN 40  PIC X(01)
               USING  CAU-13PROP
               HIGHLIGHT.
           05  TCAU-AVISO
               LINE 12  COLUMN 40  PIC X(01)
               USING  CAU-AVISO
               HIGHLIGHT.
           05  TCAU-AVPROP
               LINE 14  COLUMN 40  PIC X(01)
               USING  CAU-AVPROP
               HIGHLIGHT.
           05  TCAU-MULTA
               LINE 16  COLUMN 40  PIC 9(02)
               USING  CAU-MULTA
               HIGHLIGHT.
           05  TCAU-ESTAB
               LINE 18  COLUMN 40  PIC X(01)
               USING  CAU-ESTAB
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCAUSA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCAUSA
                      PERFORM ROT-CARGA-PADRAO THRU ROT-CARGA-PADRAO-FIM
                              VARYING W-IDXP FROM 1 BY 1
                              UNTIL W-IDXP > 6
                      CLOSE CADCAUSA
                      MOVE "* TABELA CRIADA COM AS CAUSAS DA CLT *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAUSA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CAU-DESCR CAU-SALDO CAU-FERVENC
                MOVE SPACES TO CAU-FERPROP CAU-13PROP CAU-AVISO
                MOVE SPACES TO CAU-AVPROP CAU-ESTAB
                MOVE ZEROS  TO CAU-COD CAU-MULTA W-SEL.
                DISPLAY TELACAUSA.
       INC-002.
                ACCEPT TCAU-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CAU-COD = ZEROS
                   MOVE "CODIGO NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CAUSA01.
                MOVE 0 TO W-SEL
                READ CADCAUSA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACAUSA
                      MOVE "*** CAUSA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADCAUSA"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TCAU-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CAU-DESCR = SPACES
                   MOVE "DESCRICAO NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R1.
                ACCEPT TCAU-SALDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF CAU-SALDO NOT = "S" AND CAU-SALDO NOT = "N"
                   MOVE "VERBA DEVIDA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                ACCEPT TCAU-FERVENC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF CAU-FERVENC NOT = "S" AND CAU-FERVENC NOT = "N"
                   MOVE "VERBA DEVIDA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
                ACCEPT TCAU-FERPROP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CAU-FERPROP NOT = "S" AND CAU-FERPROP NOT = "N"
                   MOVE "VERBA DEVIDA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TCAU-13PROP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF CAU-13PROP NOT = "S" AND CAU-13PROP NOT = "N"
                   MOVE "VERBA DEVIDA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TCAU-AVISO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF CAU-AVISO NOT = "I" AND CAU-AVISO NOT = "M"
                   AND CAU-AVISO NOT = "D" AND CAU-AVISO NOT = "N"
                   MOVE "AVISO PREVIO: USE I, M, D OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TCAU-AVPROP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF CAU-AVPROP NOT = "S" AND CAU-AVPROP NOT = "N"
                   MOVE "AVISO PROPORCIONAL: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF CAU-AVPROP = "S" AND CAU-AVISO NOT = "I"
                   AND CAU-AVISO NOT = "M"
                   MOVE "PROPORCIONAL SO NO AVISO I OU M" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
                ACCEPT TCAU-MULTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF CAU-MULTA NOT = 40 AND CAU-MULTA NOT = 20
                   AND CAU-MULTA NOT = ZEROS
                   MOVE "MULTA DO FGTS: 40, 20 OU 00" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
                ACCEPT TCAU-ESTAB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF CAU-ESTAB NOT = "S" AND CAU-ESTAB NOT = "N"
                   MOVE "ESTABILIDADE: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
                DISPLAY TELACAUSA

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCAUSA
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-JACAO
                      MOVE CAU-COD TO W-JCHAVE
                      PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CAUSA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAUSA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (21, 15)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (21, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (21, 15) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   MOVE 02 TO W-SEL
                   GO TO R0.

      *
       EXC-OPC.
                DISPLAY (21, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (21, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCAUSA RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-JACAO
                   MOVE CAU-COD TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (21, 15) "ALTERAR  (S/N) : ".
                ACCEPT (21, 32) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAUSA
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-JACAO
                   MOVE CAU-COD TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DA CAUSA"     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCAUSA.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIM3.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (21, 15) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (21, 15) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *********************************************************
      * CARGA INICIAL: GRAVA NO ARQUIVO RECEM-CRIADO A CAUSA   *
      * W-IDXP DA TABELA DE CAUSAS DA CLT                      *
      *********************************************************
       ROT-CARGA-PADRAO.
           MOVE TB-CAUPAD (W-IDXP) (1:2)  TO CAU-COD
           MOVE TB-CAUPAD (W-IDXP) (3:30) TO CAU-DESCR
           MOVE TB-CAUPAD (W-IDXP) (33:1) TO CAU-SALDO
           MOVE TB-CAUPAD (W-IDXP) (34:1) TO CAU-FERVENC
           MOVE TB-CAUPAD (W-IDXP) (35:1) TO CAU-FERPROP
           MOVE TB-CAUPAD (W-IDXP) (36:1) TO CAU-13PROP
           MOVE TB-CAUPAD (W-IDXP) (37:1) TO CAU-AVISO
           MOVE TB-CAUPAD (W-IDXP) (38:1) TO CAU-AVPROP
           MOVE TB-CAUPAD (W-IDXP) (39:2) TO CAU-MULTA
           MOVE TB-CAUPAD (W-IDXP) (41:1) TO CAU-ESTAB
           WRITE REGCAUSA.
       ROT-CARGA-PADRAO-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA CADA   *
      * INCLUSAO/ALTERACAO/EXCLUSAO FEITA POR ESTA TELA, COM O *
      * OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA), *
      * DATA/HORA, ARQUIVO E CHAVE. CONSULTA PELO REL035.      *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-JOPER
              END-IF
              CLOSE CADTRAVA.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS   TO JORN-SEQ
           MOVE W-JOPER TO JORN-OPER
           MOVE W-JPROG TO JORN-PROG
           MOVE W-JARQ  TO JORN-ARQ
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           IF W-JACAO = "I"
              MOVE "INCLUSAO" TO JORN-RESUMO
           ELSE
              IF W-JACAO = "A"
                 MOVE "ALTERACAO" TO JORN-RESUMO
              ELSE
                 MOVE "EXCLUSAO" TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
      *
