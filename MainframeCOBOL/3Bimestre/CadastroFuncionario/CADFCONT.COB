       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFCONT.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * TIPO DE CONTRATO DO FUNCIONARIO - SEM REGISTRO AQUI O       *
      * FUNCIONARIO E CLT POR PRAZO INDETERMINADO, COMO SEMPRE:     *
      *   1 = PRAZO INDETERMINADO                                   *
      *   2 = EXPERIENCIA (45 DIAS, PRORROGAVEL UMA VEZ ATE 90)     *
      *   3 = PRAZO DETERMINADO (ATE 2 ANOS, UMA PRORROGACAO)       *
      *   4 = ESTAGIARIO (SEM INSS E SEM FGTS)                      *
      *   5 = APRENDIZ (FGTS COM A ALIQUOTA DO PARAMETRO 022)       *
      * OS TIPOS 2 A 5 TEM DATA DE FIM DO CONTRATO. P = PRORROGAR   *
      * GRAVA O NOVO FIM; E = EFETIVAR CONVERTE EM PRAZO            *
      * INDETERMINADO. O FPP006, O REL026 E O REL027 APLICAM OS     *
      * ENCARGOS PELO TIPO; O REL079 AVISA OS CONTRATOS QUE VENCEM. *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
       SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFCONT.DAT".
       01 REGFCONT.
          03 FCT-CODFUNC      PIC 9(5).
          03 FCT-TIPO         PIC 9(1).
          03 FCT-DTINI        PIC 9(8).
          03 FCT-DTFIM        PIC 9(8).
          03 FCT-PRORROG      PIC 9(1).
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
       01 W-DESCTIPO    PIC X(20) VALUE SPACES.
       01 W-DIASCONT    PIC 9(05) VALUE ZEROS.
       01 W-DIASMAX     PIC 9(05) VALUE ZEROS.
       01 W-SERINI      PIC 9(07) VALUE ZEROS.
       01 W-SERFIM      PIC 9(07) VALUE ZEROS.
       01 W-SERANT      PIC 9(07) VALUE ZEROS.
       01 W-DTFIMANT    PIC 9(08) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SRA         PIC 9(04) VALUE ZEROS.
       01 W-SRM         PIC 9(02) VALUE ZEROS.
       01 W-SRT         PIC 9(04) VALUE ZEROS.
       01 W-SRQ4        PIC 9(04) VALUE ZEROS.
       01 W-SRQ100      PIC 9(04) VALUE ZEROS.
       01 W-SRQ400      PIC 9(04) VALUE ZEROS.
       01 W-SRSERIAL    PIC 9(07) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADFCONT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** CONTRATO DO FUNCIONARIO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   DATA DE ADMISSAO            :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO DE CONTRATO            :".
           05  LINE 11  COLUMN 01
               VALUE  "   INICIO DO CONTRATO (DDMMAAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "   FIM DO CONTRATO (DDMMAAAA)  :".
           05  LINE 13  COLUMN 01
               VALUE  "   PRORROGACOES                :".
           05  LINE 14  COLUMN 01
               VALUE  "   DIAS DE CONTRATO            :".
           05  LINE 17  COLUMN 01
               VALUE  "   1=INDETERMINADO  2=EXPERIENCIA  3=PRAZO".
           05  LINE 18  COLUMN 01
               VALUE  "   DETERMINADO  4=ESTAGIARIO  5=APRENDIZ".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  FCT-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TDTADM
               LINE 07  COLUMN 35  PIC 99/99/9999
               USING  DTADMISSAO
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 35  PIC 9(01)
               USING  FCT-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 09  COLUMN 38  PIC X(20)
               USING  W-DESCTIPO
               HIGHLIGHT.
           05  TDTINI
               LINE 11  COLUMN 35  PIC 9(08)
               USING  FCT-DTINI
               HIGHLIGHT.
           05  TDTFIM
               LINE 12  COLUMN 35  PIC 9(08)
               USING  FCT-DTFIM
               HIGHLIGHT.
           05  TPRORROG
               LINE 13  COLUMN 35  PIC 9(01)
               USING  FCT-PRORROG
               HIGHLIGHT.
           05  TDIAS
               LINE 14  COLUMN 35  PIC ZZZZ9
               USING  W-DIASCONT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADFCONT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFCONT
                 CLOSE CADFCONT
                 MOVE "*** ARQUIVO CADFCONT FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFCONT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME W-DESCTIPO
           MOVE ZEROS TO FCT-CODFUNC FCT-TIPO FCT-DTINI FCT-DTFIM
           MOVE ZEROS TO FCT-PRORROG DTADMISSAO W-DIASCONT W-SEL
           DISPLAY TCADFCONT.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FCT-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE FCT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2
           ELSE
              DISPLAY TNOME TDTADM.
       LER-CADFCONT.
           READ CADFCONT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
                 PERFORM ROT-CALC-DIAS THRU ROT-CALC-DIAS-FIM
                 DISPLAY TCADFCONT
                 MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFCONT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           IF SITFUNC = "D"
              MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE 1 TO FCT-TIPO
           MOVE DTADMISSAO TO FCT-DTINI
           MOVE ZEROS TO FCT-DTFIM FCT-PRORROG W-DIASCONT.
      *
       R3.
           PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
           DISPLAY TDESCTIPO
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF FCT-TIPO < 1 OR FCT-TIPO > 5
              MOVE "TIPO DE CONTRATO DEVE SER DE 1 A 5" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
           DISPLAY TDESCTIPO
      *    SO EXPERIENCIA E PRAZO DETERMINADO CONTAM PRORROGACAO
           IF FCT-TIPO NOT = 2 AND FCT-TIPO NOT = 3
              MOVE ZEROS TO FCT-PRORROG
              DISPLAY TPRORROG.
       R4.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE FCT-DTINI TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE INICIO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-SRSERIAL TO W-SERINI.
       R5.
           IF FCT-TIPO = 1
              MOVE ZEROS TO FCT-DTFIM FCT-PRORROG W-DIASCONT
              DISPLAY TDTFIM TPRORROG TDIAS
              GO TO R6.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE FCT-DTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE FIM DO CONTRATO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-SRSERIAL TO W-SERFIM
           IF W-SERFIM NOT > W-SERINI
              MOVE "FIM DO CONTRATO DEVE SER APOS O INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM ROT-LIMITE THRU ROT-LIMITE-FIM
           IF MENS NOT = SPACES
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TDIAS.
       R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFCONT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CONTRATO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CONTRATO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFCONT"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************************
      * ROTINA DE CONSULTA/ALTERACAO/PRORROGACAO/EFETIVACAO *
      *****************************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO  A=ALTERAR  P=PRORROGAR  E=EFETIVAR"
                ACCEPT (22, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "P" AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
                IF W-OPCAO = "P"
                   GO TO PRR-OPC.
      *
      *    EFETIVACAO: EXPERIENCIA, PRAZO DETERMINADO OU APRENDIZ
      *    PASSAM A PRAZO INDETERMINADO A PARTIR DE AGORA
       EFE-OPC.
                IF FCT-TIPO = 1
                   MOVE "*** CONTRATO JA E POR PRAZO INDETERMINADO ***"
                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF FCT-TIPO = 4
                   MOVE "*** ESTAGIO NAO SE EFETIVA - NOVA ADMISSAO ***"
                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (22, 35) "EFETIVAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTRATO NAO EFETIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EFE-OPC.
                MOVE 1 TO FCT-TIPO
                MOVE ZEROS TO FCT-DTFIM FCT-PRORROG
                GO TO ALT-RW1.
      *
      *    PRORROGACAO: UMA SO VEZ, DENTRO DO PRAZO MAXIMO DO TIPO
       PRR-OPC.
                IF FCT-TIPO NOT = 2 AND FCT-TIPO NOT = 3
                   MOVE "* SO EXPERIENCIA OU PRAZO DETERMINADO *"
                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF FCT-PRORROG NOT = ZEROS
                   MOVE "*** CONTRATO JA PRORROGADO UMA VEZ ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE FCT-DTFIM TO W-DTFIMANT W-DTDMA8
                PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
                MOVE W-SRSERIAL TO W-SERANT
                MOVE FCT-DTINI TO W-DTDMA8
                PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
                MOVE W-SRSERIAL TO W-SERINI
                MOVE 1 TO FCT-PRORROG
                DISPLAY TPRORROG.
       PRR-R1.
                ACCEPT TDTFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   MOVE W-DTFIMANT TO FCT-DTFIM
                   MOVE ZEROS TO FCT-PRORROG
                   DISPLAY TDTFIM TPRORROG
                   GO TO ACE-001.
                MOVE FCT-DTFIM TO W-DTDMA8
                PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
                IF W-DATAOK NOT = "S"
                   MOVE "DATA DE FIM DO CONTRATO INVALIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRR-R1.
                MOVE W-SRSERIAL TO W-SERFIM
                IF W-SERFIM NOT > W-SERANT
                   MOVE "NOVO FIM DEVE SER APOS O FIM ATUAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRR-R1.
                PERFORM ROT-LIMITE THRU ROT-LIMITE-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRR-R1.
                DISPLAY TDIAS.
       PRR-OK.
                DISPLAY (22, 35) "PRORROGAR (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONTRATO NAO PRORROGADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRR-OK.
                GO TO ALT-RW1.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFCONT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CONTRATO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO CONTRATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DESCRICAO DO TIPO DE CONTRATO PARA A TELA
       ROT-DESC-TIPO.
           EVALUATE FCT-TIPO
              WHEN 1 MOVE "PRAZO INDETERMINADO" TO W-DESCTIPO
              WHEN 2 MOVE "EXPERIENCIA"         TO W-DESCTIPO
              WHEN 3 MOVE "PRAZO DETERMINADO"   TO W-DESCTIPO
              WHEN 4 MOVE "ESTAGIARIO"          TO W-DESCTIPO
              WHEN 5 MOVE "APRENDIZ"            TO W-DESCTIPO
              WHEN OTHER MOVE SPACES            TO W-DESCTIPO
           END-EVALUATE.
       ROT-DESC-TIPO-FIM.
           EXIT.
      *
      *    DIAS DE CONTRATO DO REGISTRO LIDO (INICIO A FIM)
       ROT-CALC-DIAS.
           MOVE ZEROS TO W-DIASCONT
           IF FCT-DTFIM = ZEROS
              GO TO ROT-CALC-DIAS-FIM.
           MOVE FCT-DTINI TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERINI
           MOVE FCT-DTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERFIM
           IF W-SERFIM > W-SERINI
              COMPUTE W-DIASCONT = W-SERFIM - W-SERINI + 1.
       ROT-CALC-DIAS-FIM.
           EXIT.
      *
      *********************************************************
      * DURACAO MAXIMA DO CONTRATO (W-SERINI A W-SERFIM):      *
      * EXPERIENCIA 45 DIAS, 90 COM A PRORROGACAO; OS DEMAIS   *
      * TIPOS COM FIM, 2 ANOS. ESTOURO DEVOLVE MENS PREENCHIDA *
      *********************************************************
       ROT-LIMITE.
           MOVE SPACES TO MENS
           COMPUTE W-DIASCONT = W-SERFIM - W-SERINI + 1
           IF FCT-TIPO = 2
              IF FCT-PRORROG = ZEROS
                 MOVE 45 TO W-DIASMAX
              ELSE
                 MOVE 90 TO W-DIASMAX
           ELSE
              MOVE 730 TO W-DIASMAX.
           IF W-DIASCONT NOT > W-DIASMAX
              GO TO ROT-LIMITE-FIM.
           IF FCT-TIPO = 2
              MOVE "EXPERIENCIA: MAXIMO DE 45 DIAS (90 PRORROGADA)"
                                TO MENS
           ELSE
              MOVE "CONTRATO COM PRAZO: MAXIMO DE 2 ANOS" TO MENS.
       ROT-LIMITE-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8) E O NUMERO DE DIAS       *
      * CORRIDOS EM W-SRSERIAL (PARA CONTAR DIAS ENTRE DATAS)  *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-ANOA TO W-SRA
           MOVE W-MESA TO W-SRM
           IF W-SRM < 3
              ADD 12 TO W-SRM
              SUBTRACT 1 FROM W-SRA.
           DIVIDE W-SRA BY 4   GIVING W-SRQ4
           DIVIDE W-SRA BY 100 GIVING W-SRQ100
           DIVIDE W-SRA BY 400 GIVING W-SRQ400
           COMPUTE W-SRT = (153 * (W-SRM - 3)) + 2
           DIVIDE W-SRT BY 5 GIVING W-SRT
           COMPUTE W-SRSERIAL = (365 * W-SRA) + W-SRQ4 - W-SRQ100
                              + W-SRQ400 + W-SRT + W-DIAA
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADFCONT.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
