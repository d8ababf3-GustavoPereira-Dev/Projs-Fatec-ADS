       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRUBR.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CATALOGO DE RUBRICAS (EVENTOS) DA FOLHA - O SIGNIFICADO DE  *
      * CADA CODIGO DE EVENTO DE CADMOV, QUE ANTES VIVIA EM         *
      * COMENTARIOS E LITERAIS DOS PROGRAMAS:                       *
      *   NATUREZA  P = PROVENTO (SOMA NO SALBRUTO)                 *
      *             B = DESCONTO SOBRE O BRUTO (EX. FALTAS)         *
      *             L = DESCONTO SOBRE O LIQUIDO                    *
      *             I = INFORMATIVO, NAO SOMA NEM DESCONTA (FGTS)   *
      *   INCIDENCIA INSS / IR / FGTS (S/N): NO PROVENTO, "S" =     *
      *             COMPOE A BASE; NO DESCONTO, "S" = REDUZ A BASE  *
      *   EVENTO CONTABIL = EVENTO DO DE-PARA CADCTA (01 A 18)      *
      *             ONDE O VALOR E CONTABILIZADO PELO REL030        *
      *   ORIGEM    M = LANCAMENTO MANUAL PELO CADMOVFO             *
      *             A = GERADO POR PROGRAMA E SOMADO NAS BASES      *
      *                 PELO CALCULO (ANUENIO, COMISSAO ...)        *
      *             D = RECALCULADO A CADA FOLHA E APLICADO DIRETO  *
      *                 NO LIQUIDO - O LANCAMENTO E SO PARA         *
      *                 DISCRIMINACAO (VT, VR, PLANO, SINDICATO,    *
      *                 PREVIDENCIA PRIVADA, REEMBOLSO DE DESPESAS) *
      * FPP005/FPP006 DECIDEM AS BASES PELO CATALOGO E O CADMOVFO   *
      * SO ACEITA EVENTOS CADASTRADOS AQUI COM ORIGEM M. NA         *
      * CRIACAO DO ARQUIVO O CATALOGO E CARREGADO COM OS EVENTOS    *
      * QUE A FOLHA JA UTILIZA E COM AS LINHAS CALCULADAS QUE O     *
      * DETALHE DA FOLHA (CADPAGD) GRAVA (SALARIO, FERIAS, 13O,     *
      * AVISO, BANCO DE HORAS E DESCONTO DO AVISO DA RESCISAO,      *
      * INSS, IR, FGTS, MULTA DO FGTS, PLR E O IR EXCLUSIVO DA PLR).*
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
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
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
                03 RUB-COD           PIC 9(03).
                03 RUB-DESC          PIC X(20).
                03 RUB-NATUR         PIC X(01).
                03 RUB-INCINSS       PIC X(01).
                03 RUB-INCIR         PIC X(01).
                03 RUB-INCFGTS       PIC X(01).
                03 RUB-CTAEVEN       PIC 9(02).
                03 RUB-ORIGEM        PIC X(01).
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
       01 W-JPROG       PIC X(08) VALUE "CADRUBR ".
       01 W-JARQ        PIC X(08) VALUE "CADRUBR ".
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       01 W-IDXP            PIC 9(02) VALUE ZEROS.
      *
      *    EVENTOS QUE A FOLHA JA UTILIZA - CARGA INICIAL DO CATALOGO
      *    (CODIGO, DESCRICAO, NATUREZA, INSS, IR, FGTS, EVENTO
      *    CONTABIL, ORIGEM)
       01 TABRUBPAD.
          03 FILLER PIC X(30) VALUE "050ANUENIO TEMPO SERV. PSSS01A".
          03 FILLER PIC X(30) VALUE "055DSR S/ HORAS EXTRAS PSSS01A".
          03 FILLER PIC X(30) VALUE "060COMISSAO DE VENDAS  PSSS01A".
          03 FILLER PIC X(30) VALUE "062ADICIONAL NOTURNO   PSSS01A".
          03 FILLER PIC X(30) VALUE "065ADIC PERIC/INSALUB  PSSS01A".
          03 FILLER PIC X(30) VALUE "100HORAS EXTRAS        PSSS01M".
          03 FILLER PIC X(30) VALUE "110GRATIFICACAO/BONUS  PSSS01M".
          03 FILLER PIC X(30) VALUE "500FALTAS E ATRASOS    BSSS01M".
          03 FILLER PIC X(30) VALUE "550ADIANTAMENTO SALAR. LNNN07A".
          03 FILLER PIC X(30) VALUE "560EMPRESTIMO CONSIG.  LNNN07A".
          03 FILLER PIC X(30) VALUE "565PENSAO ALIMENTICIA  LNNN07A".
          03 FILLER PIC X(30) VALUE "570VALE-TRANSPORTE     LNNN07D".
          03 FILLER PIC X(30) VALUE "575VALE-REFEICAO       LNNN07D".
          03 FILLER PIC X(30) VALUE "580PLANO DE SAUDE      LNNN07D".
          03 FILLER PIC X(30) VALUE "585MENSALIDADE SINDIC. LNNN08D".
          03 FILLER PIC X(30) VALUE "590MULTA DE TRANSITO   LNNN07A".
          03 FILLER PIC X(30) VALUE "595PREVIDENCIA PRIVADA LNNN16D".
          03 FILLER PIC X(30) VALUE "600DESCONTOS DIVERSOS  LNNN07M".
          03 FILLER PIC X(30) VALUE "170REEMBOLSO DESPESAS  PNNN18D".
          03 FILLER PIC X(30) VALUE "001SALARIO BASE        PSSS01A".
          03 FILLER PIC X(30) VALUE "020SALARIO-FAMILIA     PNNN04A".
          03 FILLER PIC X(30) VALUE "056HORAS EXTRAS PONTO  PSSS01A".
          03 FILLER PIC X(30) VALUE "120FERIAS GOZADAS      PSSS01A".
          03 FILLER PIC X(30) VALUE "1211/3 CONST. FERIAS   PSSS01A".
          03 FILLER PIC X(30) VALUE "13013O SALARIO PROPORC.PSSS01A".
          03 FILLER PIC X(30) VALUE "140AVISO PREVIO INDENIZPSSS01A".
          03 FILLER PIC X(30) VALUE "057BANCO HORAS RESCISAOPSSS01A".
          03 FILLER PIC X(30) VALUE "505DESC BANCO DE HORAS BSSS01A".
          03 FILLER PIC X(30) VALUE "510DESC AVISO PREVIO   BSSS01A".
          03 FILLER PIC X(30) VALUE "515ESTORNO COMISSAO    BSSS01A".
          03 FILLER PIC X(30) VALUE "160PARTIC. LUCROS - PLRPNNN01A".
          03 FILLER PIC X(30) VALUE "900INSS                LNNN02A".
          03 FILLER PIC X(30) VALUE "910IMPOSTO DE RENDA    LNNN03A".
          03 FILLER PIC X(30) VALUE "915IR EXCLUSIVO S/ PLR LNNN03A".
          03 FILLER PIC X(30) VALUE "950FGTS DO MES         INNN06A".
          03 FILLER PIC X(30) VALUE "955PREV PRIV EMPRESA   INNN17A".
          03 FILLER PIC X(30) VALUE "956MULTA FGTS RESCISAO INNN06A".
       01 TABRUBPAD-R REDEFINES TABRUBPAD.
          03 TB-RUBPAD  PIC X(30) OCCURS 37 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARUBR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** CATALOGO DE RUBRICAS DA FOLHA ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO EVENTO           :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO                  :".
           05  LINE 08  COLUMN 01
               VALUE  "   NATUREZA (P/B/L/I)         :".
           05  LINE 09  COLUMN 01
               VALUE  "   (P=PROV B=DESC BRUTO L=DESC LIQ I=INFORM)".
           05  LINE 11  COLUMN 01
               VALUE  "   INCIDE NO INSS (S/N)       :".
           05  LINE 12  COLUMN 01
               VALUE  "   INCIDE NO IR   (S/N)       :".
           05  LINE 13  COLUMN 01
               VALUE  "   INCIDE NO FGTS (S/N)       :".
           05  LINE 15  COLUMN 01
               VALUE  "   EVENTO CONTABIL (CADCTA)   :".
           05  LINE 17  COLUMN 01
               VALUE  "   ORIGEM (M/A/D)             :".
           05  LINE 18  COLUMN 01
               VALUE  "   (M=MANUAL A=AUTOMATICO D=SO DISCRIMINACAO)".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRUB-COD
               LINE 04  COLUMN 33  PIC 9(03)
               USING  RUB-COD
               HIGHLIGHT.
           05  TRUB-DESC
               LINE 06  COLUMN 33  PIC X(20)
               USING  RUB-DESC
               HIGHLIGHT.
           05  TRUB-NATUR
               LINE 08  COLUMN 33  PIC X(01)
               USING  RUB-NATUR
               HIGHLIGHT.
           05  TRUB-INCINSS
               LINE 11  COLUMN 33  PIC X(01)
               USING  RUB-INCINSS
               HIGHLIGHT.
           05  TRUB-INCIR
               LINE 12  COLUMN 33  PIC X(01)
               USING  RUB-INCIR
               HIGHLIGHT.
           05  TRUB-INCFGTS
               LINE 13  COLUMN 33  PIC X(01)
               USING  RUB-INCFGTS
               HIGHLIGHT.
           05  TRUB-CTAEVEN
               LINE 15  COLUMN 33  PIC 9(02)
               USING  RUB-CTAEVEN
               HIGHLIGHT.
           05  TRUB-ORIGEM
               LINE 17  COLUMN 33  PIC X(01)
               USING  RUB-ORIGEM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADRUBR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADRUBR
                      PERFORM ROT-CARGA-PADRAO THRU ROT-CARGA-PADRAO-FIM
                              VARYING W-IDXP FROM 1 BY 1
                              UNTIL W-IDXP > 37
                      CLOSE CADRUBR
                      MOVE "* CATALOGO CRIADO COM OS EVENTOS PADRAO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUBR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO RUB-DESC RUB-NATUR RUB-INCINSS
                MOVE SPACES TO RUB-INCIR RUB-INCFGTS RUB-ORIGEM
                MOVE ZEROS  TO RUB-COD RUB-CTAEVEN W-SEL.
                DISPLAY TELARUBR.
       INC-002.
                ACCEPT TRUB-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADRUBR
                   GO TO ROT-FIM.
                IF RUB-COD = ZEROS
                   MOVE "CODIGO NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RUBR01.
                MOVE 0 TO W-SEL
                READ CADRUBR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELARUBR
                      MOVE "*** RUBRICA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADRUBR"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TRUB-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RUB-DESC = SPACES
                   MOVE "DESCRICAO NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R1.
                ACCEPT TRUB-NATUR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF RUB-NATUR NOT = "P" AND RUB-NATUR NOT = "B"
                   AND RUB-NATUR NOT = "L" AND RUB-NATUR NOT = "I"
                   MOVE "NATUREZA: USE P, B, L OU I" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                ACCEPT TRUB-INCINSS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF RUB-INCINSS NOT = "S" AND RUB-INCINSS NOT = "N"
                   MOVE "INCIDENCIA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
                ACCEPT TRUB-INCIR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF RUB-INCIR NOT = "S" AND RUB-INCIR NOT = "N"
                   MOVE "INCIDENCIA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TRUB-INCFGTS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF RUB-INCFGTS NOT = "S" AND RUB-INCFGTS NOT = "N"
                   MOVE "INCIDENCIA: USE S OU N" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TRUB-CTAEVEN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF RUB-CTAEVEN < 01 OR RUB-CTAEVEN > 18
                   MOVE "EVENTO CONTABIL DE 01 A 18 (VER CADCTA)"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TRUB-ORIGEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF RUB-ORIGEM NOT = "M" AND RUB-ORIGEM NOT = "A"
                   AND RUB-ORIGEM NOT = "D"
                   MOVE "ORIGEM: USE M, A OU D" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF RUB-ORIGEM = "D" AND RUB-NATUR NOT = "L"
                   AND RUB-NATUR NOT = "P"
                   MOVE "ORIGEM D SO PARA LIQUIDO (L) OU PROVENTO (P)"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF RUB-NATUR = "I" AND RUB-ORIGEM NOT = "A"
                   MOVE "NATUREZA I SO PARA EVENTO GERADO (ORIGEM A)"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                DISPLAY TELARUBR

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRUBR
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-JACAO
                      MOVE RUB-COD TO W-JCHAVE
                      PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** RUBRICA JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRUBR"
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
                DELETE CADRUBR RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-JACAO
                   MOVE RUB-COD TO W-JCHAVE
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
                REWRITE REGRUBR
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-JACAO
                   MOVE RUB-COD TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DA RUBRICA"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADRUBR.
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
      * CARGA INICIAL: GRAVA NO ARQUIVO RECEM-CRIADO A RUBRICA *
      * W-IDXP DA TABELA DE EVENTOS PADRAO                     *
      *********************************************************
       ROT-CARGA-PADRAO.
           MOVE TB-RUBPAD (W-IDXP) (1:3)  TO RUB-COD
           MOVE TB-RUBPAD (W-IDXP) (4:20) TO RUB-DESC
           MOVE TB-RUBPAD (W-IDXP) (24:1) TO RUB-NATUR
           MOVE TB-RUBPAD (W-IDXP) (25:1) TO RUB-INCINSS
           MOVE TB-RUBPAD (W-IDXP) (26:1) TO RUB-INCIR
           MOVE TB-RUBPAD (W-IDXP) (27:1) TO RUB-INCFGTS
           MOVE TB-RUBPAD (W-IDXP) (28:2) TO RUB-CTAEVEN
           MOVE TB-RUBPAD (W-IDXP) (30:1) TO RUB-ORIGEM
           WRITE REGRUBR.
       ROT-CARGA-PADRAO-FIM.
           EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
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
