       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCSG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONSIGNACAO DE VEICULO DE TERCEIRO - CONTRATO POR PLACA DO  *
      * CARRO QUE A LOJA VENDE POR CONTA DE UM DONO PARTICULAR      *
      * (CLIENTE DO CADCLI): DATA DO CONTRATO, LIQUIDO MINIMO       *
      * COMBINADO COM O DONO, COMISSAO DA LOJA (P = PERCENTUAL      *
      * SOBRE A VENDA, V = TAXA FIXA), VALIDADE DO CONTRATO E DIAS  *
      * PARA O REPASSE DEPOIS DA VENDA (PADRAO 5).                  *
      * SITUACAO DA CONSIGNACAO:                                    *
      *   A = ATIVA     - CARRO NO PATIO A VENDA;                   *
      *   V = VENDIDA   - A VENDA (CADVDA) GEROU O REPASSE AO DONO  *
      *                   E O EXTRATO DE ACERTO (ACERCSG);          *
      *   D = DEVOLVIDA - CARRO ENTREGUE DE VOLTA AO DONO; SAI DO   *
      *                   ESTOQUE COMO BAIXADO (B).                 *
      * CARRO CONSIGNADO NAO E DA LOJA: NAO TEM FICHA DE AQUISICAO  *
      * (CADAQUIS) - A QUE EXISTIR COM CUSTO FICTICIO PODE SER      *
      * APAGADA NA INCLUSAO -, O PRECO SAI DO LIQUIDO DO DONO       *
      * (CALCPRC) E ELE NAO ENTRA NA DEPRECIACAO (FPP019) NEM NA    *
      * MARGEM SOBRE O CUSTO DE COMPRA (REL023).                    *
      * OPCOES DO REGISTRO EXISTENTE: ALTERAR E EXCLUIR (SO ANTES   *
      * DA VENDA), DEVOLVER AO DONO, QUITAR O REPASSE E REIMPRIMIR  *
      * O EXTRATO DE ACERTO. VENCIDAS E REPASSES EM ABERTO: REL103. *
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
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-ERRO4.
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
       FD CADCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.DAT".
       01 REGCSG.
          03 CSG-PLACA        PIC X(7).
          03 CSG-CODCLI       PIC 9(5).
          03 CSG-DTINI.
             05 CSG-DIAINI    PIC 9(2).
             05 CSG-MESINI    PIC 9(2).
             05 CSG-ANOINI    PIC 9(4).
          03 CSG-VLRLIQ       PIC 9(8)V99.
          03 CSG-TPCOMIS      PIC X(1).
          03 CSG-COMIS        PIC 9(8)V99.
          03 CSG-DTEXPIR      PIC 9(8).
          03 CSG-DIASREP      PIC 9(3).
          03 CSG-SIT          PIC X(1).
          03 CSG-DTVENDA      PIC 9(8).
          03 CSG-VLRVENDA     PIC 9(8)V99.
          03 CSG-VLRREP       PIC 9(8)V99.
          03 CSG-DTVENCREP    PIC 9(8).
          03 CSG-DTPAGREP     PIC 9(8).
          03 CSG-DTDEVOL      PIC 9(8).
          03 CSG-OBS          PIC X(40).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAQUIS.DAT".
       01 REGAQUIS.
          03 AQ-PLACA      PIC X(7).
          03 AQ-DTCOMPRA.
             05 AQ-CMPDIA  PIC 9(2).
             05 AQ-CMPMES  PIC 9(2).
             05 AQ-CMPANO  PIC 9(4).
          03 AQ-VLRCOMPRA  PIC 9(8)V99.
          03 AQ-ORIGEM     PIC X(20).
          03 AQ-VLRPREP    PIC 9(6)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DATA-R.
          03 W-DIADT    PIC 9(02).
          03 W-MESDT    PIC 9(02).
          03 W-ANODT    PIC 9(04).
       01 W-DATA8 REDEFINES W-DATA-R PIC 9(08).
       01 W-INI8        PIC 9(08) VALUE ZEROS.
       01 W-EXP8        PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HOJEDMA     PIC 9(08) VALUE ZEROS.
       01 W-NOMECLI     PIC X(30) VALUE SPACES.
       01 TXTSIT        PIC X(20) VALUE SPACES.
       01 TXTCSG        PIC X(20) VALUE SPACES.
       01 W-DTPAGDEV    PIC 9(08) VALUE ZEROS.
       01 W-CSFUNC      PIC X(01) VALUE SPACES.
       01 W-CSPLACA     PIC X(07) VALUE SPACES.
       01 W-CSDTVDA     PIC 9(08) VALUE ZEROS.
       01 W-CSVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-CSCOMPR     PIC X(30) VALUE SPACES.
       01 W-CSRET       PIC X(01) VALUE SPACES.
       01 W-CSMENS      PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCSG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CONSIGNACAO DE VEICULO DE TERC".
           05  LINE 02  COLUMN 45
               VALUE  "EIRO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO           :".
           05  LINE 05  COLUMN 01
               VALUE  "   PROPRIETARIO (CADCAR)      :".
           05  LINE 06  COLUMN 01
               VALUE  "   SITUACAO DO VEICULO        :".
           05  LINE 08  COLUMN 01
               VALUE  "   CONSIGNANTE (CADCLI)       :".
           05  LINE 09  COLUMN 01
               VALUE  "   DATA DO CONTRATO (DDMMAAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "   LIQUIDO COMBINADO AO DONO  :".
           05  LINE 11  COLUMN 01
               VALUE  "   COMISSAO (P=% V=TAXA FIXA) :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALIDO ATE (DDMMAAAA)      :".
           05  LINE 13  COLUMN 01
               VALUE  "   DIAS PARA O REPASSE        :".
           05  LINE 14  COLUMN 01
               VALUE  "   OBSERVACAO                 :".
           05  LINE 16  COLUMN 01
               VALUE  "   SITUACAO DA CONSIGNACAO    :".
           05  LINE 17  COLUMN 01
               VALUE  "   VENDA (DATA / VALOR)       :".
           05  LINE 18  COLUMN 01
               VALUE  "   REPASSE (VALOR / VENCTO)   :".
           05  LINE 19  COLUMN 01
               VALUE  "   REPASSE PAGO / DEVOLVIDO   :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 33  PIC X(07)
               USING  CSG-PLACA
               HIGHLIGHT.
           05  TNOMEPROP
               LINE 05  COLUMN 33  PIC X(30)
               USING  NOMEPROP-CAR
               HIGHLIGHT.
           05  TTXTSIT
               LINE 06  COLUMN 33  PIC X(20)
               USING  TXTSIT
               HIGHLIGHT.
           05  TCODCLI
               LINE 08  COLUMN 33  PIC 9(05)
               USING  CSG-CODCLI
               HIGHLIGHT.
           05  TNOMECLI
               LINE 08  COLUMN 40  PIC X(30)
               USING  W-NOMECLI
               HIGHLIGHT.
           05  TDTINI
               LINE 09  COLUMN 33  PIC 9(08)
               USING  CSG-DTINI
               HIGHLIGHT.
           05  TVLRLIQ
               LINE 10  COLUMN 33  PIC 9(08),99
               USING  CSG-VLRLIQ
               HIGHLIGHT.
           05  TTPCOMIS
               LINE 11  COLUMN 33  PIC X(01)
               USING  CSG-TPCOMIS
               HIGHLIGHT.
           05  TCOMIS
               LINE 11  COLUMN 36  PIC 9(08),99
               USING  CSG-COMIS
               HIGHLIGHT.
           05  TDTEXPIR
               LINE 12  COLUMN 33  PIC 9(08)
               USING  CSG-DTEXPIR
               HIGHLIGHT.
           05  TDIASREP
               LINE 13  COLUMN 33  PIC 9(03)
               USING  CSG-DIASREP
               HIGHLIGHT.
           05  TOBS
               LINE 14  COLUMN 33  PIC X(40)
               USING  CSG-OBS
               HIGHLIGHT.
           05  TSIT
               LINE 16  COLUMN 33  PIC X(01)
               USING  CSG-SIT
               HIGHLIGHT.
           05  TTXTCSG
               LINE 16  COLUMN 36  PIC X(20)
               USING  TXTCSG
               HIGHLIGHT.
           05  TDTVENDA
               LINE 17  COLUMN 33  PIC 99/99/9999
               USING  CSG-DTVENDA
               HIGHLIGHT.
           05  TVLRVENDA
               LINE 17  COLUMN 46  PIC Z(7)9,99
               USING  CSG-VLRVENDA
               HIGHLIGHT.
           05  TVLRREP
               LINE 18  COLUMN 33  PIC Z(7)9,99
               USING  CSG-VLRREP
               HIGHLIGHT.
           05  TDTVENCREP
               LINE 18  COLUMN 46  PIC 99/99/9999
               USING  CSG-DTVENCREP
               HIGHLIGHT.
           05  TDTPAGREP
               LINE 19  COLUMN 33  PIC 99/99/9999
               USING  CSG-DTPAGREP
               HIGHLIGHT.
           05  TDTDEVOL
               LINE 19  COLUMN 46  PIC 99/99/9999
               USING  CSG-DTDEVOL
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
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCLI
              MOVE "CADASTRE OS CLIENTES PELO CADCLI (OPCAO 149)"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJEDMA = (W-DIAHOJE * 1000000)
                  + (W-MESHOJE * 10000) + W-ANOHOJE.
       R0A.
           OPEN I-O CADCSG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCSG
                 CLOSE CADCSG
                 MOVE "*** ARQUIVO CADCSG FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCSG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO CSG-PLACA CSG-TPCOMIS CSG-SIT CSG-OBS
           MOVE SPACES TO NOMEPROP-CAR TXTSIT TXTCSG W-NOMECLI
           MOVE ZEROS TO CSG-CODCLI CSG-DTINI CSG-VLRLIQ CSG-COMIS
           MOVE ZEROS TO CSG-DTEXPIR CSG-DIASREP CSG-DTVENDA
           MOVE ZEROS TO CSG-VLRVENDA CSG-VLRREP CSG-DTVENCREP
           MOVE ZEROS TO CSG-DTPAGREP CSG-DTDEVOL W-SEL
           DISPLAY TCADCSG.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CSG-PLACA = SPACES
                   GO TO R2.
       LER-CADCAR.
           MOVE CSG-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO - USE O CADVEN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM ROT-NOME-SIT THRU ROT-NOME-SIT-FIM
           DISPLAY TNOMEPROP TTXTSIT.
       LER-CADCSG.
           READ CADCSG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-NOME-CLI THRU ROT-NOME-CLI-FIM
                 PERFORM ROT-NOME-CSG THRU ROT-NOME-CSG-FIM
                 DISPLAY TCADCSG
                 MOVE "*** CONSIGNACAO JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCSG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    CONSIGNACAO NOVA: SO PARA CARRO QUE ESTA NO PATIO
           IF SIT-CAR = "V" OR SIT-CAR = "B"
              MOVE "*** VEICULO VENDIDO OU BAIXADO - RECUSADO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SIT-CAR = "F"
              MOVE "*** VEICULO DA FROTA NAO E CONSIGNADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-HOJEDMA TO CSG-DTINI
           MOVE 5 TO CSG-DIASREP
           MOVE "P" TO CSG-TPCOMIS
           DISPLAY TDTINI TDIASREP TTPCOMIS.
      *
       R3.
           ACCEPT TCODCLI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CSG-CODCLI = ZEROS
                   GO TO R3.
           PERFORM ROT-NOME-CLI THRU ROT-NOME-CLI-FIM
           IF W-NOMECLI = SPACES
              MOVE "*** CLIENTE NAO CADASTRADO NO CADCLI ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TNOMECLI.
       R4.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE CSG-DTINI TO W-DATA8
           IF W-DIADT < 1 OR W-DIADT > 31
              OR W-MESDT < 1 OR W-MESDT > 12 OR W-ANODT = ZEROS
              MOVE "DATA DO CONTRATO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE W-INI8 = (W-ANODT * 10000) + (W-MESDT * 100)
                          + W-DIADT.
       R5.
           ACCEPT TVLRLIQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CSG-VLRLIQ = ZEROS
              MOVE "INFORME O LIQUIDO COMBINADO COM O DONO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TTPCOMIS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CSG-TPCOMIS NOT = "P" AND CSG-TPCOMIS NOT = "V"
              MOVE "COMISSAO: P=PERCENTUAL DA VENDA  V=TAXA FIXA"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TCOMIS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CSG-TPCOMIS = "P" AND CSG-COMIS NOT < 100
              MOVE "PERCENTUAL DE COMISSAO DEVE SER MENOR QUE 100"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TDTEXPIR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE CSG-DTEXPIR TO W-DATA8
           IF W-DIADT < 1 OR W-DIADT > 31
              OR W-MESDT < 1 OR W-MESDT > 12 OR W-ANODT = ZEROS
              MOVE "DATA DE VALIDADE INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           COMPUTE W-EXP8 = (W-ANODT * 10000) + (W-MESDT * 100)
                          + W-DIADT
           IF W-EXP8 NOT > W-INI8
              MOVE "VALIDADE DEVE SER POSTERIOR A DATA DO CONTRATO"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           ACCEPT TDIASREP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CSG-DIASREP = ZEROS
              MOVE 5 TO CSG-DIASREP
              DISPLAY TDIASREP.
       R10.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO CSG-SIT
                WRITE REGCSG
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** CONSIGNACAO GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-AQUIS THRU ROT-AQUIS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CONSIGNACAO JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCSG"
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
                  "N=NOVO A=ALTERAR E=EXCLUIR D=DEVOLVER Q=QUITAR"
                DISPLAY (22, 57) "X=EXTRATO : "
                ACCEPT (22, 69) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "D"
                    AND W-OPCAO NOT = "Q" AND W-OPCAO NOT = "X"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 10) LIMPA
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "D"
                   GO TO DEV-OPC.
                IF W-OPCAO = "Q"
                   GO TO QUI-OPC.
                IF W-OPCAO = "X"
                   GO TO EXT-OPC.
      *         CONTRATO SO MUDA OU SAI ANTES DA VENDA
                IF CSG-SIT = "V"
                   MOVE "CONSIGNACAO VENDIDA - DESFACA PELO CADDIST"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   IF CSG-SIT NOT = "A"
                      MOVE "SO A CONSIGNACAO ATIVA PODE SER ALTERADA"
                                                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      MOVE 1 TO W-SEL
                      MOVE CSG-DTINI TO W-DATA8
                      COMPUTE W-INI8 = (W-ANODT * 10000)
                                     + (W-MESDT * 100) + W-DIADT
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONSIGNACAO NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCSG RECORD
                IF ST-ERRO = "00"
      *            DEVOLUCAO LANCADA POR ENGANO: CARRO VOLTA AO PATIO
                   IF CSG-SIT = "D" AND SIT-CAR = "B"
                      MOVE "E" TO SIT-CAR
                      REWRITE REGCAR
                   END-IF
                   MOVE "*** CONSIGNACAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA CONSIGNACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCSG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CONSIGNACAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CONSIGNACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * DEVOLUCAO DO CARRO AO DONO (CONSIGNACAO ATIVA): O      *
      * CARRO SAI DO ESTOQUE COMO BAIXADO                      *
      *********************************************************
       DEV-OPC.
                IF CSG-SIT NOT = "A"
                   MOVE "SO A CONSIGNACAO ATIVA PODE SER DEVOLVIDA"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF SIT-CAR = "R"
                   MOVE "ATENCAO: VEICULO RESERVADO - ENCERRE A RESERVA"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE W-HOJEDMA TO W-DTPAGDEV
                DISPLAY (22, 13) "DATA DA DEVOLUCAO (DDMMAAAA) : "
                ACCEPT (22, 44) W-DTPAGDEV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                PERFORM ROT-CHK-DATA THRU ROT-CHK-DATA-FIM
                IF W-DTPAGDEV = ZEROS
                   GO TO DEV-OPC.
                DISPLAY (22, 10) LIMPA
                DISPLAY (22, 35) "DEVOLVER  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DEVOLUCAO NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "D" TO CSG-SIT
                MOVE W-DTPAGDEV TO CSG-DTDEVOL
                REWRITE REGCSG
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA DEVOLUCAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "B" TO SIT-CAR
                REWRITE REGCAR
                MOVE "*** DEVOLUCAO REGISTRADA - VEICULO BAIXADO ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * QUITACAO DO REPASSE AO DONO (CONSIGNACAO VENDIDA)      *
      *********************************************************
       QUI-OPC.
                IF CSG-SIT NOT = "V"
                   MOVE "CONSIGNACAO NAO VENDIDA - SEM REPASSE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF CSG-DTPAGREP NOT = ZEROS
                   MOVE "*** REPASSE JA QUITADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE W-HOJEDMA TO W-DTPAGDEV
                DISPLAY (22, 13) "DATA DO PAGAMENTO (DDMMAAAA) : "
                ACCEPT (22, 44) W-DTPAGDEV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                PERFORM ROT-CHK-DATA THRU ROT-CHK-DATA-FIM
                IF W-DTPAGDEV = ZEROS
                   GO TO QUI-OPC.
                MOVE W-DTPAGDEV TO CSG-DTPAGREP
                REWRITE REGCSG
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA QUITACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** REPASSE QUITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * REIMPRESSAO DO EXTRATO DE ACERTO (ACERCSG). O CADCSG E *
      * FECHADO DURANTE A CHAMADA                              *
      *********************************************************
       EXT-OPC.
                MOVE "R"          TO W-CSFUNC
                MOVE CSG-PLACA    TO W-CSPLACA
                MOVE CSG-DTVENDA  TO W-CSDTVDA
                MOVE CSG-VLRVENDA TO W-CSVALOR
                MOVE SPACES       TO W-CSCOMPR
                CLOSE CADCSG
                CALL "ACERCSG" USING W-CSFUNC W-CSPLACA W-CSDTVDA
                                     W-CSVALOR W-CSCOMPR W-CSRET
                                     W-CSMENS
                OPEN I-O CADCSG
                MOVE W-CSMENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * FICHA DE AQUISICAO DA PLACA (CUSTO FICTICIO DE CARRO   *
      * CONSIGNADO): O OPERADOR DECIDE SE APAGA                *
      *********************************************************
       ROT-AQUIS.
           OPEN I-O CADAQUIS
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-AQUIS-FIM.
           MOVE CSG-PLACA TO AQ-PLACA
           READ CADAQUIS
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-AQUIS-FEC.
       ROT-AQUIS-PERG.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 13) "HA FICHA DE AQUISICAO - EXCLUIR (S/N) : "
           ACCEPT (22, 53) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              AND W-OPCAO NOT = "N" AND W-OPCAO NOT = "n"
              GO TO ROT-AQUIS-PERG.
           DISPLAY (22, 10) LIMPA
           IF W-OPCAO = "S" OR "s"
              DELETE CADAQUIS RECORD
              MOVE "*** FICHA DE AQUISICAO EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-AQUIS-FEC.
           CLOSE CADAQUIS.
       ROT-AQUIS-FIM.
           EXIT.
      *
      *********************************************************
      * DATA DDMMAAAA DE W-DTPAGDEV: ZERA SE FOR INVALIDA      *
      *********************************************************
       ROT-CHK-DATA.
           MOVE W-DTPAGDEV TO W-DATA8
           IF W-DIADT < 1 OR W-DIADT > 31
              OR W-MESDT < 1 OR W-MESDT > 12 OR W-ANODT = ZEROS
              MOVE ZEROS TO W-DTPAGDEV
              MOVE "DATA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-CHK-DATA-FIM.
           EXIT.
      *
      *********************************************************
      * NOME DO CONSIGNANTE (CADCLI)                           *
      *********************************************************
       ROT-NOME-CLI.
           MOVE SPACES TO W-NOMECLI
           MOVE CSG-CODCLI TO CLI-COD
           READ CADCLI
           IF ST-ERRO3 = "00"
              MOVE CLI-NOME TO W-NOMECLI.
       ROT-NOME-CLI-FIM.
           EXIT.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO DA CONSIGNACAO (CSG-SIT)         *
      *********************************************************
       ROT-NOME-CSG.
           MOVE SPACES TO TXTCSG
           IF CSG-SIT = "A"
              MOVE "ATIVA (NO PATIO)" TO TXTCSG.
           IF CSG-SIT = "V"
              MOVE "VENDIDA" TO TXTCSG
              IF CSG-DTPAGREP = ZEROS
                 MOVE "VENDIDA - A REPASSAR" TO TXTCSG.
           IF CSG-SIT = "D"
              MOVE "DEVOLVIDA AO DONO" TO TXTCSG.
       ROT-NOME-CSG-FIM.
           EXIT.
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
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           CLOSE CADCAR CADCSG.
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
