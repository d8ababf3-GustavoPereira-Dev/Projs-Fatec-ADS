       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADACORD.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ACORDO DE RENEGOCIACAO DE PARCELAS EM ATRASO - PARA UMA     *
      * VENDA (PLACA + DATA DA VENDA), JUNTA AS PARCELAS DO CARNE   *
      * (CADRECEB) VENCIDAS E EM ABERTO, SOMA A MULTA E OS JUROS DE *
      * MORA ATE HOJE (CALCENC, PARAMETROS 029 E 030) E PARCELA O   *
      * TOTAL DE NOVO COM JUROS AO MES (TABELA PRICE, PARCELAS      *
      * IGUAIS; TAXA PADRAO DO PARAMETRO 031, SEM ELE 1% AO MES):   *
      *   - AS PARCELAS VENCIDAS FICAM COM SITUACAO R (RENEGOCIADA),*
      *     DATA DE BAIXA = DATA DO ACORDO E O NUMERO DO ACORDO EM  *
      *     REC-ACORDOREN; NAO ENTRAM MAIS EM ABERTO NEM RECEBIDO;  *
      *   - AS PARCELAS NOVAS SAO GRAVADAS NA MESMA VENDA, NUMERADAS*
      *     DEPOIS DA ULTIMA EXISTENTE, COM O NUMERO DO ACORDO EM   *
      *     REC-ACORDO (ORIGEM) - O CARNE DA VENDA (REL093) NAO AS  *
      *     MOSTRA;                                                 *
      *   - O ACORDO FICA EM CADACORD (NUMERO = ULTIMO + 1) E E     *
      *     REGISTRADO NO JORNAL (CADJORN). RELATORIO NO REL097.    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADACORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUM
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
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
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC       PIC 9(8).
          03 REC-VALOR        PIC 9(8)V99.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD CADACORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORD.DAT".
       01 REGACORD.
          03 ACO-NUM          PIC 9(6).
          03 ACO-PLACA        PIC X(7).
          03 ACO-DTAVENDA     PIC 9(8).
          03 ACO-CODCLI       PIC 9(5).
          03 ACO-COMPRADOR    PIC X(30).
          03 ACO-DTACORDO     PIC 9(8).
          03 ACO-QTDORIG      PIC 9(2).
          03 ACO-VLRORIG      PIC 9(8)V99.
          03 ACO-VLRMULTA     PIC 9(6)V99.
          03 ACO-VLRJUROS     PIC 9(6)V99.
          03 ACO-VLRBASE      PIC 9(8)V99.
          03 ACO-PCTJUROS     PIC 9(2)V99.
          03 ACO-QTDPARC      PIC 9(2).
          03 ACO-PARCINI      PIC 9(2).
          03 ACO-DTPRIVENC    PIC 9(8).
          03 ACO-VLRPARC      PIC 9(8)V99.
          03 ACO-VLRTOTAL     PIC 9(8)V99.
          03 ACO-OPER         PIC 9(3).
          03 ACO-OBS          PIC X(40).
      *
       FD CADPARAM
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PCTPADRAO   PIC 9(02)V99 VALUE ZEROS.
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-DTAVENDA    PIC 9(08) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(02) VALUE ZEROS.
       01 W-ULTPARC     PIC 9(02) VALUE ZEROS.
       01 W-PARCNOVA    PIC 9(02) VALUE ZEROS.
       01 W-IDXP        PIC 9(02) VALUE ZEROS.
       01 W-ULTNUM      PIC 9(06) VALUE ZEROS.
       01 W-VENCIDA     PIC X(01) VALUE "N".
       01 W-REGSALVO    PIC X(181) VALUE SPACES.
       01 W-DIASATR     PIC 9(05) VALUE ZEROS.
       01 W-MULTA1      PIC 9(06)V99 VALUE ZEROS.
       01 W-JUROS1      PIC 9(06)V99 VALUE ZEROS.
       01 W-TAXA        PIC 9(01)V9(06) VALUE ZEROS.
       01 W-FATOR       PIC 9(05)V9(08) VALUE ZEROS.
       01 W-VENC8       PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HOJEDMA.
          03 W-DIAHD    PIC 9(02).
          03 W-MESHD    PIC 9(02).
          03 W-ANOHD    PIC 9(04).
       01 W-HOJEDMA8 REDEFINES W-HOJEDMA PIC 9(08).
       01 W-DTVENC-R.
          03 W-DIAV     PIC 9(02).
          03 W-MESV     PIC 9(02).
          03 W-ANOV     PIC 9(04).
       01 W-DTVENC8 REDEFINES W-DTVENC-R PIC 9(08).
       01 W-VENCPARC-R.
          03 W-DIAVENC  PIC 9(02).
          03 W-MESVENC  PIC 9(02).
          03 W-ANOVENC  PIC 9(04).
       01 W-VENCPARC REDEFINES W-VENCPARC-R PIC 9(08).
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JARQ        PIC X(08) VALUE SPACES.
       01 W-JACAO       PIC X(01) VALUE SPACES.
       01 W-JCHREG      PIC X(14) VALUE SPACES.
       01 W-JRESUMO     PIC X(10) VALUE SPACES.
      *    CHAVE DA VENDA NO JORNAL: PLACA + DDMM + AA
       01 W-JCHVDA.
          03 W-JCHPLACA PIC X(07).
          03 W-JCHDDMM  PIC 9(04).
          03 W-JCHAA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACES.
       01 W-JRESACO.
          03 FILLER     PIC X(03) VALUE "AC.".
          03 W-JRESNUM  PIC 9(06).
          03 FILLER     PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADACORD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ACORDO DE RENEGOCIACAO DE PARCE".
           05  LINE 02  COLUMN 47
               VALUE  "LAS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO          :".
           05  LINE 05  COLUMN 01
               VALUE  "   DATA DA VENDA (DDMMAAAA)  :".
           05  LINE 06  COLUMN 01
               VALUE  "   COMPRADOR                 :".
           05  LINE 08  COLUMN 01
               VALUE  "   PARCELAS VENCIDAS         :".
           05  LINE 09  COLUMN 01
               VALUE  "   VALOR ORIGINAL            :".
           05  LINE 10  COLUMN 01
               VALUE  "   MULTA ATE HOJE            :".
           05  LINE 11  COLUMN 01
               VALUE  "   JUROS DE MORA ATE HOJE    :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR RENEGOCIADO         :".
           05  LINE 14  COLUMN 01
               VALUE  "   QUANTIDADE DE PARCELAS    :".
           05  LINE 15  COLUMN 01
               VALUE  "   1. VENCIMENTO (DDMMAAAA)  :".
           05  LINE 16  COLUMN 01
               VALUE  "   % JUROS AO MES DO ACORDO  :".
           05  LINE 17  COLUMN 01
               VALUE  "   VALOR DA PARCELA          :".
           05  LINE 18  COLUMN 01
               VALUE  "   TOTAL DO ACORDO           :".
           05  LINE 19  COLUMN 01
               VALUE  "   OBSERVACAO                :".
           05  LINE 20  COLUMN 01
               VALUE  "   NUMERO DO ACORDO          :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 32  PIC X(07)
               USING  W-PLACA
               HIGHLIGHT.
           05  TDTAVENDA
               LINE 05  COLUMN 32  PIC 9(08)
               USING  W-DTAVENDA
               HIGHLIGHT.
           05  TCOMPRADOR
               LINE 06  COLUMN 32  PIC X(30)
               USING  ACO-COMPRADOR
               HIGHLIGHT.
           05  TQTDORIG
               LINE 08  COLUMN 32  PIC Z9
               USING  ACO-QTDORIG
               HIGHLIGHT.
           05  TVLRORIG
               LINE 09  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRORIG
               HIGHLIGHT.
           05  TVLRMULTA
               LINE 10  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRMULTA
               HIGHLIGHT.
           05  TVLRJUROS
               LINE 11  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRJUROS
               HIGHLIGHT.
           05  TVLRBASE
               LINE 12  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRBASE
               HIGHLIGHT.
           05  TQTDPARC
               LINE 14  COLUMN 32  PIC 9(02)
               USING  ACO-QTDPARC
               HIGHLIGHT.
           05  TDTPRIVENC
               LINE 15  COLUMN 32  PIC 9(08)
               USING  ACO-DTPRIVENC
               HIGHLIGHT.
           05  TPCTJUROS
               LINE 16  COLUMN 32  PIC 99,99
               USING  ACO-PCTJUROS
               HIGHLIGHT.
           05  TVLRPARC
               LINE 17  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRPARC
               HIGHLIGHT.
           05  TVLRTOTAL
               LINE 18  COLUMN 32  PIC Z(7)9,99
               USING  ACO-VLRTOTAL
               HIGHLIGHT.
           05  TOBS
               LINE 19  COLUMN 32  PIC X(40)
               USING  ACO-OBS
               HIGHLIGHT.
           05  TNUM
               LINE 20  COLUMN 32  PIC 9(06)
               USING  ACO-NUM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADRECEB
           IF ST-ERRO NOT = "00"
              MOVE "SEM PARCELAS - GERE PELA TELA DE VENDA (CADVDA)"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADACORD
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADACORD
                 CLOSE CADACORD
                 MOVE "*** ARQUIVO CADACORD FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADACORD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADRECEB
                 GO TO ROT-FIM2.
      *    OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA)
       R0B.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-JOPER
              END-IF
              CLOSE CADTRAVA.
      *    DATA DE HOJE E TAXA PADRAO DO ACORDO (PARAMETRO 031)
       R0C.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIAHD
           MOVE W-MESHOJE TO W-MESHD
           MOVE W-ANOHOJE TO W-ANOHD
           MOVE ZEROS TO W-PCTPADRAO
           OPEN INPUT CADPARAM
           IF ST-PARAM = "00"
              COMPUTE W-PARAMCOMP = (W-ANOHOJE * 100) + W-MESHOJE
              MOVE 031 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-PCTPADRAO
              CLOSE CADPARAM.
           IF W-PCTPADRAO = ZEROS
              MOVE 1 TO W-PCTPADRAO.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO W-PLACA ACO-PLACA ACO-COMPRADOR ACO-OBS
           MOVE ZEROS TO W-DTAVENDA ACO-NUM ACO-DTAVENDA ACO-CODCLI
           MOVE ZEROS TO ACO-DTACORDO ACO-QTDORIG ACO-VLRORIG
           MOVE ZEROS TO ACO-VLRMULTA ACO-VLRJUROS ACO-VLRBASE
           MOVE ZEROS TO ACO-QTDPARC ACO-PARCINI ACO-DTPRIVENC
           MOVE ZEROS TO ACO-VLRPARC ACO-VLRTOTAL ACO-OPER
           MOVE W-PCTPADRAO TO ACO-PCTJUROS
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TCADACORD.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-PLACA = SPACES
                   GO TO R2.
       R3.
           ACCEPT TDTAVENDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DTAVENDA = ZEROS
                   GO TO R3.
           MOVE W-PLACA    TO ACO-PLACA
           MOVE W-DTAVENDA TO ACO-DTAVENDA
           PERFORM ROT-LEVANTA THRU ROT-LEVANTA-FIM
           IF W-QTDTOT = ZEROS
              MOVE "*** VENDA SEM PARCELAS NO CADRECEB ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ACO-QTDORIG = ZEROS
              MOVE "*** NAO HA PARCELAS VENCIDAS EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           COMPUTE ACO-VLRBASE = ACO-VLRORIG + ACO-VLRMULTA
                               + ACO-VLRJUROS
           DISPLAY TCADACORD.
      *
       R4.
           ACCEPT TQTDPARC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF ACO-QTDPARC = ZEROS
                   GO TO R4.
           IF W-ULTPARC + ACO-QTDPARC > 99
              MOVE "*** PASSA DE 99 PARCELAS NA VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TDTPRIVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE ACO-DTPRIVENC TO W-VENCPARC
           IF W-DIAVENC < 01 OR W-DIAVENC > 31
              OR W-MESVENC < 01 OR W-MESVENC > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           COMPUTE W-VENC8 = (W-ANOVENC * 10000)
                  + (W-MESVENC * 100) + W-DIAVENC
           IF W-VENC8 < W-HOJE
              MOVE "*** PRIMEIRO VENCIMENTO ANTERIOR A HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TPCTJUROS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ACO-PCTJUROS > 10
              MOVE "*** TAXA ACIMA DE 10% AO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *********************************************************
      * PARCELA FIXA (PRICE): BASE X I X (1+I)**N / ((1+I)**N-1)*
      * SEM JUROS, BASE / N                                    *
      *********************************************************
           IF ACO-PCTJUROS = ZEROS
              COMPUTE ACO-VLRPARC ROUNDED = ACO-VLRBASE / ACO-QTDPARC
           ELSE
              COMPUTE W-TAXA = ACO-PCTJUROS / 100
              COMPUTE W-FATOR ROUNDED = (1 + W-TAXA) ** ACO-QTDPARC
              COMPUTE ACO-VLRPARC ROUNDED =
                      ACO-VLRBASE * W-TAXA * W-FATOR / (W-FATOR - 1).
           COMPUTE ACO-VLRTOTAL = ACO-VLRPARC * ACO-QTDPARC
           DISPLAY TVLRPARC TVLRTOTAL.
       R7.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 13) "CONFIRMA O ACORDO (S/N) : ".
                ACCEPT (22, 40) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ACORDO NAO EFETUADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-HOJE   TO ACO-DTACORDO
                MOVE W-JOPER  TO ACO-OPER
                COMPUTE ACO-PARCINI = W-ULTPARC + 1
                PERFORM ROT-NUMERO THRU ROT-NUMERO-FIM
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ACORDO (CADACORD)" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY TNUM
                MOVE ACO-PLACA TO W-JCHPLACA
                MOVE W-DTAVENDA TO W-DTVENC8
                COMPUTE W-JCHDDMM = (W-DIAV * 100) + W-MESV
                MOVE W-ANOV TO W-JCHAA
                MOVE W-JCHVDA TO W-JCHREG
                MOVE ACO-NUM  TO W-JRESNUM
                MOVE W-JRESACO TO W-JRESUMO
                MOVE "CADACORD" TO W-JARQ
                MOVE "I"        TO W-JACAO
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                PERFORM ROT-RENEG THRU ROT-RENEG-FIM
                PERFORM ROT-GERA-PARC THRU ROT-GERA-PARC-FIM
                        VARYING W-IDXP FROM 1 BY 1
                        UNTIL W-IDXP > ACO-QTDPARC
                MOVE "CADRECEB" TO W-JARQ
                MOVE "A"        TO W-JACAO
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                MOVE "*** ACORDO GRAVADO - PARCELAS NOVAS NO CADRECEB"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADRECEB CADACORD.
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
      *
      *********************************************************
      * PARCELAS DA VENDA: TOTAL, ULTIMO NUMERO USADO E AS     *
      * VENCIDAS EM ABERTO COM MULTA E JUROS ATE HOJE          *
      *********************************************************
       ROT-LEVANTA.
           MOVE ZEROS TO W-QTDTOT W-ULTPARC ACO-QTDORIG ACO-VLRORIG
           MOVE ZEROS TO ACO-VLRMULTA ACO-VLRJUROS ACO-CODCLI
           MOVE SPACES TO ACO-COMPRADOR
           MOVE W-PLACA    TO REC-PLACA
           MOVE W-DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS      TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO ROT-LEVANTA-FIM.
       ROT-LEVANTA-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-LEVANTA-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR REC-PLACA NOT = W-PLACA
              OR REC-DTAVENDA NOT = W-DTAVENDA
              GO TO ROT-LEVANTA-FIM.
           ADD 1 TO W-QTDTOT
           MOVE REC-PARC      TO W-ULTPARC
           MOVE REC-COMPRADOR TO ACO-COMPRADOR
           MOVE REC-CODCLI    TO ACO-CODCLI
           PERFORM ROT-VENCIDA THRU ROT-VENCIDA-FIM
           IF W-VENCIDA NOT = "S"
              GO TO ROT-LEVANTA-RD.
           CALL "CALCENC" USING REC-VALOR REC-DTVENC W-HOJEDMA8
                                W-DIASATR W-MULTA1 W-JUROS1
           ADD 1         TO ACO-QTDORIG
           ADD REC-VALOR TO ACO-VLRORIG
           ADD W-MULTA1  TO ACO-VLRMULTA
           ADD W-JUROS1  TO ACO-VLRJUROS
           GO TO ROT-LEVANTA-RD.
       ROT-LEVANTA-FIM.
           EXIT.
      *
      *    W-VENCIDA = S QUANDO A PARCELA LIDA ESTA VENCIDA E EM ABERTO
       ROT-VENCIDA.
           MOVE "N" TO W-VENCIDA
           IF REC-DTRECEB NOT = ZEROS OR REC-SIT = "R"
              GO TO ROT-VENCIDA-FIM.
           MOVE REC-DTVENC TO W-DTVENC8
           COMPUTE W-VENC8 = (W-ANOV * 10000) + (W-MESV * 100) + W-DIAV
           IF W-VENC8 < W-HOJE
              MOVE "S" TO W-VENCIDA.
       ROT-VENCIDA-FIM.
           EXIT.
      *
      *********************************************************
      * NUMERO DO ACORDO: ULTIMO + 1 (SE OUTRA ESTACAO GRAVOU  *
      * O MESMO NUMERO ANTES, TENTA O SEGUINTE). A LEITURA DO  *
      * ULTIMO USA A AREA DO REGISTRO, GUARDADO ANTES          *
      *********************************************************
       ROT-NUMERO.
           MOVE REGACORD TO W-REGSALVO
           MOVE ZEROS TO W-ULTNUM
           MOVE ZEROS TO ACO-NUM
           START CADACORD KEY IS NOT LESS ACO-NUM
                 INVALID KEY
                    GO TO ROT-NUMERO-GRAVA.
       ROT-NUMERO-RD.
           READ CADACORD NEXT RECORD
                AT END
                   GO TO ROT-NUMERO-GRAVA
           END-READ
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-NUMERO-GRAVA.
           MOVE ACO-NUM TO W-ULTNUM
           GO TO ROT-NUMERO-RD.
       ROT-NUMERO-GRAVA.
           ADD 1 TO W-ULTNUM
           MOVE W-REGSALVO TO REGACORD
           MOVE W-ULTNUM TO ACO-NUM
           WRITE REGACORD
           IF ST-ERRO2 = "22"
              GO TO ROT-NUMERO-GRAVA.
       ROT-NUMERO-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELAS VENCIDAS PASSAM A RENEGOCIADAS (SITUACAO R),  *
      * BAIXADAS NA DATA DO ACORDO E LIGADAS A ELE             *
      *********************************************************
       ROT-RENEG.
           MOVE W-PLACA    TO REC-PLACA
           MOVE W-DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS      TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO ROT-RENEG-FIM.
       ROT-RENEG-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-RENEG-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR REC-PLACA NOT = W-PLACA
              OR REC-DTAVENDA NOT = W-DTAVENDA
              GO TO ROT-RENEG-FIM.
           IF REC-PARC NOT < ACO-PARCINI
              GO TO ROT-RENEG-FIM.
           PERFORM ROT-VENCIDA THRU ROT-VENCIDA-FIM
           IF W-VENCIDA NOT = "S"
              GO TO ROT-RENEG-RD.
           MOVE "R"        TO REC-SIT
           MOVE ACO-NUM    TO REC-ACORDOREN
           MOVE W-HOJEDMA8 TO REC-DTRECEB
           REWRITE REGRECEB
           GO TO ROT-RENEG-RD.
       ROT-RENEG-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELAS DO ACORDO: MESMA VENDA, NUMERADAS A PARTIR DA *
      * ULTIMA EXISTENTE, VENCIMENTOS DE MES EM MES            *
      *********************************************************
       ROT-GERA-PARC.
           IF W-IDXP = 1
              MOVE ACO-DTPRIVENC TO W-VENCPARC.
           COMPUTE W-PARCNOVA = ACO-PARCINI + W-IDXP - 1
           MOVE W-PLACA       TO REC-PLACA
           MOVE W-DTAVENDA    TO REC-DTAVENDA
           MOVE W-PARCNOVA    TO REC-PARC
           MOVE ACO-COMPRADOR TO REC-COMPRADOR
           MOVE ACO-CODCLI    TO REC-CODCLI
           MOVE W-VENCPARC    TO REC-DTVENC
           MOVE ACO-VLRPARC   TO REC-VALOR
           MOVE ZEROS TO REC-DTRECEB REC-VLRMULTA REC-VLRJUROS
           MOVE ZEROS TO REC-ACORDOREN
           MOVE "N"     TO REC-REMESSA
           MOVE SPACES  TO REC-SIT
           MOVE ACO-NUM TO REC-ACORDO
           WRITE REGRECEB
           ADD 1 TO W-MESVENC
           IF W-MESVENC > 12
              MOVE 01 TO W-MESVENC
              ADD 1 TO W-ANOVENC.
       ROT-GERA-PARC-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): O ACORDO E AS   *
      * PARCELAS DA VENDA, COM O OPERADOR DA SESSAO E A CHAVE  *
      * (W-JARQ/W-JACAO/W-JCHREG/W-JRESUMO)                    *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS     TO JORN-SEQ
           MOVE W-JOPER   TO JORN-OPER
           MOVE "CADACORD" TO JORN-PROG
           MOVE W-JARQ    TO JORN-ARQ
           MOVE W-JACAO   TO JORN-ACAO
           MOVE W-JCHREG  TO JORN-CHREG
           MOVE W-JRESUMO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
