      *   015 = % MAXIMO DE AUSENCIA SIMULTANEA POR AREA (CADPLFER)     *
      *   016 = TETO DE MANUTENCAO SEM APROVACAO NIVEL 1 (CADAUTMN)      *
      *   017 = MESES EM ATRASO P/ SUSPENSAO DE AMIGO (GERSUSP)            *
      *   018 = ALIQUOTA DO INSS PATRONAL S/ AUTONOMO (CADRPA)       *
      *   019 = ALIQUOTA DO INSS RETIDO DO AUTONOMO (CADRPA)         *
      *   020 = % LIMITE DA PREV. PRIVADA NA BASE DO IR (FPP006)     *
      *   021 = TOLERANCIA DA ENTRADA NA ESCALA EM MINUTOS (REL078)  *
      *   022 = ALIQUOTA DO FGTS DO APRENDIZ EM % (PADRAO 2)         *
      *   023 = LIMITE DE PONTOS DA CNH EM 12 MESES (PADRAO 20)      *
      *   024 = % MARGEM MINIMA DE VENDA DE VEICULO (PADRAO 10)      *
      *   025 = % MARGEM DO PRECO PEDIDO DE VEICULO (PADRAO 20)      *
      *   026 = % TOLERANCIA DA TROCA SOBRE A REFERENCIA (CADVDA)    *
      *   027 = DIAS DE ATRASO QUE BLOQUEIAM A VENDA (PADRAO 30)     *
      *   028 = LIMITE DE CREDITO PADRAO DO CLIENTE (CADCLI/CADVDA)  *
      *   029 = % MULTA POR ATRASO DA PARCELA (PADRAO 2)             *
      *   030 = % JUROS DE MORA AO MES, PRO RATA DIA (PADRAO 1)      *
      *   031 = % JUROS AO MES DO ACORDO DE RENEGOCIACAO (CADACORD)  *
      *   032 = ANOS DE GUARDA APOS O DESLIGAMENTO (ANONIMIZ)        *
      *   033 = ANOS DE GUARDA APOS A ULTIMA VENDA/PARCELA (ANONIMIZ)*
      *   034 = ANOS DE GUARDA APOS A SAIDA DO AMIGO (ANONIMIZ)      *
      *   035 = ANOS DO JORNAL NA BASE VIVA (ARQJORN, PADRAO 5)      *
      *   036 = ERROS DE SENHA ATE O BLOQUEIO (CONFSENH, PADRAO 3)   *
      *   037 = DIAS DE VALIDADE DA SENHA (CONFSENH, PADRAO 90)      *
      * (NOVOS CODIGOS PODEM SER CRIADOS CONFORME A NECESSIDADE      *
      * DOS PROGRAMAS DE CALCULO)                                    *
      * CADA PARAMETRO TEM UMA OU MAIS VIGENCIAS (AAAAMM, CHAVE      *
      * CODIGO + VIGENCIA; 000000 = SEM DATA INICIAL). OS PROGRAMAS  *
      * USAM O VALOR DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A          *
      * COMPETENCIA QUE ESTAO PROCESSANDO. NA ALTERACAO, UMA         *
      * VIGENCIA NOVA GRAVA UM REGISTRO NOVO E A ANTERIOR FICA COMO  *
      * HISTORICO; A MESMA VIGENCIA CORRIGE O REGISTRO. CADA         *
      * REGISTRO GUARDA O OPERADOR DA SESSAO (CADTRAVA) E A DATA DA  *
      * ULTIMA GRAVACAO. A TELA MOSTRA A VIGENCIA ATUAL E AS SEIS    *
      * ANTERIORES MAIS RECENTES; A EXCLUSAO REMOVE SO A VIGENCIA EM *
      * TELA, E A ANTERIOR VOLTA A VALER.                            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
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
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-TRAVA          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 W-CODPAR          PIC 9(03) VALUE ZEROS.
       77 W-QTDVIG          PIC 9(03) VALUE ZEROS.
       77 W-IDXV            PIC 9(03) VALUE ZEROS.
       77 W-PRIMHIST        PIC 9(03) VALUE ZEROS.
       77 W-LIN             PIC 9(02) VALUE ZEROS.
       77 W-MESVIG          PIC 9(02) VALUE ZEROS.
       01 W-REGATU          PIC X(60) VALUE SPACES.

       01 LIN-HIST.
          03 LHI-VIGEN      PIC 9(06).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 LHI-VALOR      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(05) VALUE SPACES.
          03 LHI-OPER       PIC 9(03).
          03 FILLER         PIC X(05) VALUE SPACES.
          03 LHI-DTALT      PIC 9999/99/99.
          03 FILLER         PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

           05  LINE 07  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 09  COLUMN 01
               VALUE  "   VIGENCIA (AAAAMM)   :".
           05  LINE 10  COLUMN 01
               VALUE  "   VALOR               :".
           05  LINE 11  COLUMN 01
               VALUE  "   ULTIMA ALTERACAO    : OPERADOR      EM".
           05  LINE 13  COLUMN 01
               VALUE  "   VIGENCIAS ANTERIORES:".
           05  LINE 14  COLUMN 04
               VALUE  "VIGENCIA            VALOR    OPER.    ALTERADO".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPARAM-COD
               LINE 07  COLUMN 26  PIC X(30)
               USING  PARAM-DESC
               HIGHLIGHT.
           05  TPARAM-VIGEN
               LINE 09  COLUMN 26  PIC 9(06)
               USING  PARAM-VIGEN
               HIGHLIGHT.
           05  TPARAM-VALOR
               LINE 10  COLUMN 26  PIC 9(08),99
               USING  PARAM-VALOR
               HIGHLIGHT.
           05  TPARAM-OPER
               LINE 11  COLUMN 35  PIC 9(03)
               USING  PARAM-OPER.
           05  TPARAM-DTALT
               LINE 11  COLUMN 43  PIC 9999/99/99
               USING  PARAM-DTALT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO PARAM-DESC
                MOVE ZEROS  TO PARAM-COD PARAM-VALOR W-SEL
                MOVE ZEROS  TO PARAM-VIGEN PARAM-OPER PARAM-DTALT.
                DISPLAY TELAPARAM.
       INC-002.
                ACCEPT TPARAM-COD
                   GO TO INC-002.
       LER-PARAM01.
                MOVE 0 TO W-SEL
                PERFORM ROT-LE-VIGEN THRU ROT-LE-VIGEN-FIM
                IF W-QTDVIG > ZEROS
                   DISPLAY TELAPARAM
                   PERFORM ROT-MOSTRA-HIST THRU ROT-MOSTRA-HIST-FIM
                   MOVE "*** PARAMETRO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "10"
                   AND ST-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA ARQ. CADPARAM"   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-CODPAR TO PARAM-COD
                MOVE SPACES   TO PARAM-DESC
                MOVE ZEROS    TO PARAM-VIGEN PARAM-VALOR
                MOVE ZEROS    TO PARAM-OPER PARAM-DTALT.
       R0.
                ACCEPT TPARAM-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "DESCRICAO NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R0A.
                ACCEPT TPARAM-VIGEN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF PARAM-VIGEN = ZEROS
                   GO TO R1.
                MOVE PARAM-VIGEN (5:2) TO W-MESVIG
                IF W-MESVIG < 1 OR W-MESVIG > 12
                   OR PARAM-VIGEN < 190001
                   MOVE "VIGENCIA INVALIDA - INFORME AAAAMM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0A.
       R1.
                ACCEPT TPARAM-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0A.

                IF W-SEL = 02
                        GO TO ALT-OPC.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM ROT-CARIMBO THRU ROT-CARIMBO-FIM
                WRITE REGPARAM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
      *    SO A VIGENCIA EM TELA (A ATUAL) SAI; A ANTERIOR VOLTA
      *    A VALER
       EXC-DL1.
                DELETE CADPARAM RECORD
                IF ST-ERRO = "00"
                   MOVE "*** VIGENCIA EXCLUIDA ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      *    VIGENCIA NOVA = REGISTRO NOVO (A ANTERIOR VIRA
      *    HISTORICO); VIGENCIA JA EXISTENTE = CORRECAO DO VALOR
       ALT-RW1.
                PERFORM ROT-CARIMBO THRU ROT-CARIMBO-FIM
                WRITE REGPARAM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** NOVA VIGENCIA GRAVADA ***     " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO NOT = "22"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPARAM"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGPARAM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** VIGENCIA CORRIGIDA ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PARAMETRO"   TO MENS
                   DISPLAY (21, 15) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      *********************************************************
      * LE AS VIGENCIAS DO CODIGO EM TELA: CONTA EM W-QTDVIG E *
      * DEIXA A ULTIMA (A ATUAL) EM REGPARAM E W-REGATU        *
      *********************************************************
       ROT-LE-VIGEN.
                MOVE PARAM-COD TO W-CODPAR
                MOVE ZEROS TO W-QTDVIG
                MOVE SPACES TO W-REGATU
                MOVE ZEROS TO PARAM-VIGEN
                START CADPARAM KEY IS NOT LESS CHAVEPARAM
                      INVALID KEY
                         GO TO ROT-LE-VIGEN-FIM.
       ROT-LE-VIGEN-RD.
                READ CADPARAM NEXT RECORD
                     AT END
                        GO TO ROT-LE-VIGEN-ATU
                END-READ
                IF ST-ERRO NOT = "00" OR PARAM-COD NOT = W-CODPAR
                   GO TO ROT-LE-VIGEN-ATU.
                ADD 1 TO W-QTDVIG
                MOVE REGPARAM TO W-REGATU
                GO TO ROT-LE-VIGEN-RD.
       ROT-LE-VIGEN-ATU.
                IF W-QTDVIG > ZEROS
                   MOVE W-REGATU TO REGPARAM.
       ROT-LE-VIGEN-FIM.
                EXIT.
      *
      *********************************************************
      * MOSTRA AS SEIS VIGENCIAS ANTERIORES MAIS RECENTES DO   *
      * CODIGO (LINHAS 15 A 20) E RESTAURA A ATUAL EM REGPARAM *
      *********************************************************
       ROT-MOSTRA-HIST.
                MOVE ZEROS TO W-IDXV
                MOVE 15 TO W-LIN
                MOVE 1 TO W-PRIMHIST
                IF W-QTDVIG > 7
                   COMPUTE W-PRIMHIST = W-QTDVIG - 6.
                IF W-QTDVIG < 2
                   DISPLAY (15, 04) "(NENHUMA)"
                   GO TO ROT-MOSTRA-HIST-ATU.
                MOVE ZEROS TO PARAM-VIGEN
                START CADPARAM KEY IS NOT LESS CHAVEPARAM
                      INVALID KEY
                         GO TO ROT-MOSTRA-HIST-ATU.
       ROT-MOSTRA-HIST-RD.
                READ CADPARAM NEXT RECORD
                     AT END
                        GO TO ROT-MOSTRA-HIST-ATU
                END-READ
                IF ST-ERRO NOT = "00" OR PARAM-COD NOT = W-CODPAR
                   GO TO ROT-MOSTRA-HIST-ATU.
                ADD 1 TO W-IDXV
                IF W-IDXV NOT < W-QTDVIG
                   GO TO ROT-MOSTRA-HIST-ATU.
                IF W-IDXV < W-PRIMHIST
                   GO TO ROT-MOSTRA-HIST-RD.
                MOVE PARAM-VIGEN TO LHI-VIGEN
                MOVE PARAM-VALOR TO LHI-VALOR
                MOVE PARAM-OPER  TO LHI-OPER
                MOVE PARAM-DTALT TO LHI-DTALT
                DISPLAY (W-LIN, 04) LIN-HIST
                ADD 1 TO W-LIN
                GO TO ROT-MOSTRA-HIST-RD.
       ROT-MOSTRA-HIST-ATU.
                MOVE W-REGATU TO REGPARAM.
       ROT-MOSTRA-HIST-FIM.
                EXIT.
      *
      *********************************************************
      * OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA)  *
      * E DATA DA GRAVACAO                                     *
      *********************************************************
       ROT-CARIMBO.
                MOVE ZEROS TO PARAM-OPER
                OPEN INPUT CADTRAVA
                IF ST-TRAVA = "00"
                   MOVE 1 TO TRAVA-COD
                   READ CADTRAVA
                   IF ST-TRAVA = "00"
                      MOVE TRAVA-OPERADOR TO PARAM-OPER
                   END-IF
                   CLOSE CADTRAVA.
                ACCEPT PARAM-DTALT FROM DATE YYYYMMDD.
       ROT-CARIMBO-FIM.
                EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
