       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDIST.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DISTRATO DE VENDA DE VEICULO - DESFAZ UMA VENDA DO CADVDA   *
      * QUANDO O COMPRADOR DESISTE DEPOIS DE GRAVADA, COM O MOTIVO  *
      * CODIFICADO E TUDO O QUE A VENDA CRIOU DESFEITO JUNTO:       *
      *   - PARCELAS EM ABERTO DO CARNE (CADRECEB) SAO CANCELADAS;  *
      *     AS JA RECEBIDAS FICAM COMO HISTORICO E ENTRAM NO VALOR  *
      *     A DEVOLVER (LISTA DE DEVOLUCAO NO REL092); AS           *
      *     RENEGOCIADAS (CADACORD) NAO CONTAM, SO AS DO ACORDO;    *
      *   - O VEICULO VENDIDO VOLTA PARA O ESTOQUE (SIT-CAR V -> E);*
      *   - O VEICULO DA TROCA E DEVOLVIDO AO COMPRADOR (SAI DO     *
      *     ESTOQUE COMO V E A AQUISICAO E APAGADA) OU FICA COMO    *
      *     COMPRA DA LOJA (O VALOR DA TROCA ENTRA NA DEVOLUCAO).   *
      *     TROCA QUE JA SAIU DO ESTOQUE SO PODE FICAR COMO COMPRA; *
      *   - A COMISSAO (EVENTO 060 DE CADMOV, FPP014) E ESTORNADA   *
      *     NA PROPRIA COMPETENCIA QUANDO A FOLHA MENSAL DO         *
      *     VENDEDOR AINDA NAO FOI CALCULADA (CADPAG), OU VIRA      *
      *     DESCONTO (EVENTO 515) NA PRIMEIRA COMPETENCIA SEGUINTE  *
      *     SEM FOLHA MENSAL. A PARTE DA VENDA NA COMISSAO E        *
      *     PROPORCIONAL AO VALOR DELA NO TOTAL VENDIDO NO MES;     *
      *   - PRECO/APROVACAO DA VENDA (CADVDAPR) E APAGADO;          *
      *   - AS NOTAS FISCAIS DA VENDA E DA TROCA (CADNF) FICAM      *
      *     CANCELADAS NA SERIE (EMITNF);                           *
      *   - VEICULO EM CONSIGNACAO (CADCSG): A CONSIGNACAO VOLTA A  *
      *     SER ATIVA E O REPASSE AO DONO E APAGADO (ACERCSG), COM  *
      *     AVISO SE O REPASSE JA FOI PAGO.                         *
      * O DISTRATO FICA EM CADDIST (CHAVE = A DA VENDA) E CADA      *
      * ARQUIVO ALTERADO E REGISTRADO NO JORNAL (CADJORN).          *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDIST
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PLACA
                    FILE STATUS  IS ST-ERRO6.
      *
       SELECT CADVDAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVPR
                    FILE STATUS  IS ST-ERRO7.
      *
       SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
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
       FD CADVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDA.DAT".
       01 REGVENDA.
          03 CHAVEVENDA.
             05 PLACA         PIC X(7).
             05 DTAVENDA      PIC 9(8).
          03 COMPRADOR        PIC X(30).
          03 VALORVENDA       PIC 9(8)V99.
          03 VENDEDOR         PIC 9(5).
          03 VDA-CODCLI       PIC 9(5).
          03 VDA-PLACATROCA   PIC X(7).
          03 VDA-VLRTROCA     PIC 9(8)V99.
      *
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIST.DAT".
       01 REGDIST.
          03 CHAVEDIST.
             05 DIS-PLACA      PIC X(7).
             05 DIS-DTAVENDA.
                07 DIS-DIAVDA  PIC 9(2).
                07 DIS-MESVDA  PIC 9(2).
                07 DIS-ANOVDA  PIC 9(4).
          03 DIS-DTDIST        PIC 9(8).
          03 DIS-MOTIVO        PIC X(1).
          03 DIS-OBS           PIC X(40).
          03 DIS-COMPRADOR     PIC X(30).
          03 DIS-CODCLI        PIC 9(5).
          03 DIS-VALORVENDA    PIC 9(8)V99.
          03 DIS-VENDEDOR      PIC 9(5).
          03 DIS-PLACATROCA    PIC X(7).
          03 DIS-VLRTROCA      PIC 9(8)V99.
          03 DIS-TROCA         PIC X(1).
          03 DIS-QTDABERTO     PIC 9(2).
          03 DIS-VLRABERTO     PIC 9(8)V99.
          03 DIS-QTDRECEB      PIC 9(2).
          03 DIS-VLRRECEB      PIC 9(8)V99.
          03 DIS-VLRDEVOL      PIC 9(9)V99.
          03 DIS-COMIS         PIC X(1).
          03 DIS-VLRCOMIS      PIC 9(6)V99.
          03 DIS-ANOMESCOM     PIC 9(6).
          03 DIS-OPER          PIC 9(3).
      *
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
       FD CADAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAQUIS.DAT".
       01 REGAQUIS.
          03 AQ-PLACA      PIC X(7).
          03 AQ-DTCOMPRA   PIC 9(8).
          03 AQ-VLRCOMPRA  PIC 9(8)V99.
          03 AQ-ORIGEM     PIC X(20).
          03 AQ-VLRPREP    PIC 9(6)V99.
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRC-PLACA        PIC X(7).
          03 PRC-CUSTO        PIC 9(9)V99.
          03 PRC-VLRPISO      PIC 9(9)V99.
          03 PRC-VLRPEDIDO    PIC 9(9)V99.
          03 PRC-DTCALC       PIC 9(8).
      *
       FD CADVDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDAPR.DAT".
       01 REGVDAPR.
          03 CHAVEVPR.
             05 VPR-PLACA     PIC X(7).
             05 VPR-DTAVENDA  PIC 9(8).
          03 VPR-CUSTO        PIC 9(9)V99.
          03 VPR-VLRPEDIDO    PIC 9(9)V99.
          03 VPR-VLRPISO      PIC 9(9)V99.
          03 VPR-VLRREF       PIC 9(8)V99.
          03 VPR-MOTIVO       PIC X(1).
          03 VPR-OPERAPRV     PIC 9(3).
          03 VPR-DTAPRV       PIC 9(8).
          03 VPR-JUSTIF       PIC X(40).
      *
       FD CADMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOV.DAT".
       01 REGMOV.
          03 CHAVEMOV.
             05 MOV-CODFUNC   PIC 9(5).
             05 MOV-ANOMES.
                07 MOV-ANO    PIC 9(4).
                07 MOV-MES    PIC 9(2).
             05 MOV-EVENTO    PIC 9(3).
          03 MOV-TIPO         PIC X(1).
          03 MOV-DESCR        PIC X(20).
          03 MOV-VALOR        PIC 9(6)V99.
      *
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR             PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TROCAOK     PIC X(01) VALUE "N".
       01 W-IDXM        PIC 9(02) VALUE ZEROS.
       01 W-ACHOUPAG    PIC X(01) VALUE "N".
       01 W-VLRCOM060   PIC 9(6)V99 VALUE ZEROS.
       01 W-TOTVDAVEND  PIC 9(11)V99 VALUE ZEROS.
       01 W-ANOCOM      PIC 9(04) VALUE ZEROS.
       01 W-MESCOM      PIC 9(02) VALUE ZEROS.
       01 W-DTVDA-R.
          03 W-DIAVDA   PIC 9(2).
          03 W-MESVDA   PIC 9(2).
          03 W-ANOVDA   PIC 9(4).
       01 W-DTVDA8 REDEFINES W-DTVDA-R PIC 9(8).
       01 W-CSFUNC      PIC X(01) VALUE SPACES.
       01 W-CSRET       PIC X(01) VALUE SPACES.
       01 W-CSMENS      PIC X(50) VALUE SPACES.
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
       01 W-NFFUNC      PIC X(01) VALUE "C".
       01 W-NFEMP       PIC 9(02) VALUE ZEROS.
       01 W-NFDOC       PIC 9(11) VALUE ZEROS.
       01 W-NFNUMS      PIC 9(09) VALUE ZEROS.
       01 W-NFNUME      PIC 9(09) VALUE ZEROS.
       01 W-NFRET       PIC X(01) VALUE SPACES.
       01 W-NFMENS      PIC X(50) VALUE SPACES.
      *
      *    MOTIVOS DO DISTRATO (CODIGO + DESCRICAO)
       01 TABMOTDIS.
          03 FILLER PIC X(31) VALUE "1DESISTENCIA DO COMPRADOR".
          03 FILLER PIC X(31) VALUE "2CREDITO/FINANCIAMENTO RECUSADO".
          03 FILLER PIC X(31) VALUE "3DEFEITO/VICIO DO VEICULO".
          03 FILLER PIC X(31) VALUE "4PROBLEMA DE DOCUMENTACAO".
          03 FILLER PIC X(31) VALUE "5ACORDO COMERCIAL".
          03 FILLER PIC X(31) VALUE "9OUTROS (VER OBSERVACAO)".
       01 TABMOTDIS-R REDEFINES TABMOTDIS.
          03 TB-MOTDIS OCCURS 6 TIMES.
             05 TBM-COD   PIC X(01).
             05 TBM-DESC  PIC X(30).
       01 W-DESCMOT     PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADDIST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** DISTRATO DE VENDA DE VEICUL".
           05  LINE 02  COLUMN 47
               VALUE  "O ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO          :".
           05  LINE 05  COLUMN 01
               VALUE  "   DATA DA VENDA (DDMMAAAA)  :".
           05  LINE 07  COLUMN 01
               VALUE  "   COMPRADOR                 :".
           05  LINE 08  COLUMN 01
               VALUE  "   VALOR DA VENDA            :".
           05  LINE 08  COLUMN 47
               VALUE  "VENDEDOR :".
           05  LINE 09  COLUMN 01
               VALUE  "   TROCA (PLACA / VALOR)     :".
           05  LINE 11  COLUMN 01
               VALUE  "   PARCELAS EM ABERTO        :".
           05  LINE 11  COLUMN 52
               VALUE  "(CANCELADAS)".
           05  LINE 12  COLUMN 01
               VALUE  "   PARCELAS RECEBIDAS        :".
           05  LINE 12  COLUMN 52
               VALUE  "(A DEVOLVER)".
           05  LINE 14  COLUMN 01
               VALUE  "   MOTIVO DO DISTRATO        :".
           05  LINE 15  COLUMN 01
               VALUE  "   (1=DESISTENCIA 2=CRED.RECUSADO 3=DEFEITO".
           05  LINE 16  COLUMN 01
               VALUE  "    4=DOCUMENTACAO 5=ACORDO 9=OUTROS)".
           05  LINE 17  COLUMN 01
               VALUE  "   OBSERVACAO                :".
           05  LINE 19  COLUMN 01
               VALUE  "   TROCA: D=DEVOLVE C=COMPRA :".
           05  LINE 20  COLUMN 01
               VALUE  "   TOTAL A DEVOLVER          :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 32  PIC X(07)
               USING  DIS-PLACA
               HIGHLIGHT.
           05  TDTAVENDA
               LINE 05  COLUMN 32  PIC 9(08)
               USING  W-DTVDA8
               HIGHLIGHT.
           05  TCOMPRADOR
               LINE 07  COLUMN 32  PIC X(30)
               USING  DIS-COMPRADOR
               HIGHLIGHT.
           05  TVALORVENDA
               LINE 08  COLUMN 32  PIC Z(7)9,99
               USING  DIS-VALORVENDA
               HIGHLIGHT.
           05  TVENDEDOR
               LINE 08  COLUMN 58  PIC 9(05)
               USING  DIS-VENDEDOR
               HIGHLIGHT.
           05  TPLACATROCA
               LINE 09  COLUMN 32  PIC X(07)
               USING  DIS-PLACATROCA
               HIGHLIGHT.
           05  TVLRTROCA
               LINE 09  COLUMN 41  PIC Z(7)9,99
               USING  DIS-VLRTROCA
               HIGHLIGHT.
           05  TQTDABERTO
               LINE 11  COLUMN 32  PIC Z9
               USING  DIS-QTDABERTO
               HIGHLIGHT.
           05  TVLRABERTO
               LINE 11  COLUMN 36  PIC Z(7)9,99
               USING  DIS-VLRABERTO
               HIGHLIGHT.
           05  TQTDRECEB
               LINE 12  COLUMN 32  PIC Z9
               USING  DIS-QTDRECEB
               HIGHLIGHT.
           05  TVLRRECEB
               LINE 12  COLUMN 36  PIC Z(7)9,99
               USING  DIS-VLRRECEB
               HIGHLIGHT.
           05  TMOTIVO
               LINE 14  COLUMN 32  PIC X(01)
               USING  DIS-MOTIVO
               HIGHLIGHT.
           05  TDESCMOT
               LINE 14  COLUMN 35  PIC X(30)
               USING  W-DESCMOT
               HIGHLIGHT.
           05  TOBS
               LINE 17  COLUMN 32  PIC X(40)
               USING  DIS-OBS
               HIGHLIGHT.
           05  TTROCA
               LINE 19  COLUMN 32  PIC X(01)
               USING  DIS-TROCA
               HIGHLIGHT.
           05  TVLRDEVOL
               LINE 20  COLUMN 32  PIC Z(8)9,99
               USING  DIS-VLRDEVOL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADVDA
           IF ST-ERRO NOT = "00"
              MOVE "SEM VENDAS REGISTRADAS (CADVDA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVDA
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADDIST
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT CADDIST
                 CLOSE CADDIST
                 MOVE "*** ARQUIVO CADDIST FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADVDA CADCAR
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
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO DIS-PLACA DIS-COMPRADOR DIS-PLACATROCA
           MOVE SPACES TO DIS-MOTIVO DIS-OBS DIS-TROCA DIS-COMIS
           MOVE SPACES TO W-DESCMOT
           MOVE ZEROS TO W-DTVDA8 DIS-VALORVENDA DIS-VENDEDOR
           MOVE ZEROS TO DIS-CODCLI DIS-VLRTROCA DIS-DTDIST
           MOVE ZEROS TO DIS-QTDABERTO DIS-VLRABERTO DIS-QTDRECEB
           MOVE ZEROS TO DIS-VLRRECEB DIS-VLRDEVOL DIS-VLRCOMIS
           MOVE ZEROS TO DIS-ANOMESCOM DIS-OPER
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TCADDIST.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DIS-PLACA = SPACES
                   GO TO R2.
       R3.
           ACCEPT TDTAVENDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DTVDA8 = ZEROS
                   GO TO R3.
           MOVE W-DTVDA-R TO DIS-DTAVENDA
           READ CADDIST
           IF ST-ERRO3 = "00"
              MOVE "*** DISTRATO JA REGISTRADO PARA ESTA VENDA ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       LER-CADVDA.
           MOVE DIS-PLACA TO PLACA
           MOVE W-DTVDA8  TO DTAVENDA
           READ CADVDA
           IF ST-ERRO NOT = "00"
              MOVE "*** VENDA NAO ENCONTRADA NO CADVDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE COMPRADOR      TO DIS-COMPRADOR
           MOVE VDA-CODCLI     TO DIS-CODCLI
           MOVE VALORVENDA     TO DIS-VALORVENDA
           MOVE VENDEDOR       TO DIS-VENDEDOR
           MOVE VDA-PLACATROCA TO DIS-PLACATROCA
           MOVE VDA-VLRTROCA   TO DIS-VLRTROCA
           PERFORM ROT-LEVANTA-PARC THRU ROT-LEVANTA-PARC-FIM
           MOVE DIS-VLRRECEB TO DIS-VLRDEVOL
           DISPLAY TCADDIST.
      *
       R4.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE SPACES TO W-DESCMOT
           PERFORM ROT-ACHA-MOTIVO THRU ROT-ACHA-MOTIVO-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 6
           IF W-DESCMOT = SPACES
              MOVE "*** MOTIVO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TDESCMOT.
       R5.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DIS-MOTIVO = "9" AND DIS-OBS = SPACES
              MOVE "MOTIVO 9 EXIGE OBSERVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *********************************************************
      * VEICULO DA TROCA: DEVOLVIDO SO SE AINDA ESTA LIVRE NO  *
      * ESTOQUE; RESERVADO OU JA FORA DA LOJA FICA COMO        *
      * COMPRA E O VALOR DA TROCA ENTRA NA DEVOLUCAO           *
      *********************************************************
       R6.
           MOVE SPACE TO DIS-TROCA
           IF DIS-PLACATROCA = SPACES
              GO TO R6-SOMA.
           MOVE "N" TO W-TROCAOK
           MOVE DIS-PLACATROCA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 = "00"
              IF SIT-CAR = "E" OR SIT-CAR = SPACE
                 MOVE "S" TO W-TROCAOK.
           IF W-TROCAOK NOT = "S"
              MOVE "C" TO DIS-TROCA
              DISPLAY TTROCA
              MOVE "TROCA JA SAIU DO ESTOQUE - FICA COMO COMPRA"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-SOMA.
       R6-ACE.
           ACCEPT TTROCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DIS-TROCA NOT = "D" AND DIS-TROCA NOT = "C"
              MOVE "INFORME D=DEVOLVE A TROCA OU C=FICA COMO COMPRA"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6-ACE.
       R6-SOMA.
           MOVE DIS-VLRRECEB TO DIS-VLRDEVOL
           IF DIS-TROCA = "C"
              ADD DIS-VLRTROCA TO DIS-VLRDEVOL.
           DISPLAY TVLRDEVOL.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 13) "CONFIRMA O DISTRATO (S/N) : ".
                ACCEPT (22, 42) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DISTRATO NAO EFETUADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    A PARTE DA COMISSAO E APURADA ANTES DE APAGAR A VENDA
       INC-WR1.
                PERFORM ROT-COMIS-CALC THRU ROT-COMIS-CALC-FIM
                ACCEPT DIS-DTDIST FROM DATE YYYYMMDD
                MOVE W-JOPER TO DIS-OPER
                WRITE REGDIST
                IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO DISTRATO (CADDIST)" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE DIS-PLACA TO W-JCHPLACA
                COMPUTE W-JCHDDMM = (DIS-DIAVDA * 100) + DIS-MESVDA
                MOVE DIS-ANOVDA TO W-JCHAA
                MOVE W-JCHVDA TO W-JCHREG
                MOVE "CADDIST " TO W-JARQ
                MOVE "I"        TO W-JACAO
                MOVE "DISTRATO  " TO W-JRESUMO
                MOVE DIS-MOTIVO TO W-JRESUMO (10:1)
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
      *         A VENDA SAI DO CADVDA
                MOVE DIS-PLACA TO PLACA
                MOVE W-DTVDA8  TO DTAVENDA
                READ CADVDA
                IF ST-ERRO = "00"
                   DELETE CADVDA RECORD
                   MOVE "CADVDA  " TO W-JARQ
                   MOVE "E"        TO W-JACAO
                   MOVE "DISTRATO  " TO W-JRESUMO
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                END-IF
                PERFORM ROT-CANC-PARC THRU ROT-CANC-PARC-FIM
                PERFORM ROT-VOLTA-ESTOQUE THRU ROT-VOLTA-ESTOQUE-FIM
                PERFORM ROT-TROCA THRU ROT-TROCA-FIM
                PERFORM ROT-EXCL-VDAPR THRU ROT-EXCL-VDAPR-FIM
                PERFORM ROT-CANC-NF THRU ROT-CANC-NF-FIM
                PERFORM ROT-CONSIG THRU ROT-CONSIG-FIM
                PERFORM ROT-COMIS-LANCA THRU ROT-COMIS-LANCA-FIM
                MOVE "*** DISTRATO REGISTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF DIS-VLRDEVOL > ZEROS
                   MOVE "HA VALOR A DEVOLVER - VER A LISTA DO REL092"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO R1.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADVDA CADCAR CADDIST.
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
       ROT-ACHA-MOTIVO.
           IF TBM-COD (W-IDXM) = DIS-MOTIVO
              MOVE TBM-DESC (W-IDXM) TO W-DESCMOT.
       ROT-ACHA-MOTIVO-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELAS DO CARNE DA VENDA (CADRECEB): QUANTIDADE E    *
      * VALOR DAS EM ABERTO E DAS JA RECEBIDAS                 *
      *********************************************************
       ROT-LEVANTA-PARC.
           MOVE ZEROS TO DIS-QTDABERTO DIS-VLRABERTO
           MOVE ZEROS TO DIS-QTDRECEB DIS-VLRRECEB
           OPEN INPUT CADRECEB
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-LEVANTA-PARC-FIM.
           MOVE DIS-PLACA TO REC-PLACA
           MOVE W-DTVDA8  TO REC-DTAVENDA
           MOVE ZEROS     TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO ROT-LEVANTA-PARC-ENC.
       ROT-LEVANTA-PARC-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-LEVANTA-PARC-ENC
           END-READ
           IF ST-ERRO4 NOT = "00" OR REC-PLACA NOT = DIS-PLACA
              OR REC-DTAVENDA NOT = W-DTVDA8
              GO TO ROT-LEVANTA-PARC-ENC.
      *    RENEGOCIADA FOI SUBSTITUIDA PELAS PARCELAS DO ACORDO
           IF REC-SIT = "R"
              GO TO ROT-LEVANTA-PARC-RD.
           IF REC-DTRECEB = ZEROS
              ADD 1         TO DIS-QTDABERTO
              ADD REC-VALOR TO DIS-VLRABERTO
           ELSE
              ADD 1         TO DIS-QTDRECEB
              ADD REC-VALOR TO DIS-VLRRECEB.
           GO TO ROT-LEVANTA-PARC-RD.
       ROT-LEVANTA-PARC-ENC.
           CLOSE CADRECEB.
       ROT-LEVANTA-PARC-FIM.
           EXIT.
      *
      *********************************************************
      * CANCELA (APAGA) AS PARCELAS AINDA EM ABERTO; AS JA     *
      * RECEBIDAS FICAM COMO HISTORICO DO QUE SE DEVOLVE       *
      *********************************************************
       ROT-CANC-PARC.
           IF DIS-QTDABERTO = ZEROS
              GO TO ROT-CANC-PARC-FIM.
           OPEN I-O CADRECEB
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-CANC-PARC-FIM.
           MOVE DIS-PLACA TO REC-PLACA
           MOVE W-DTVDA8  TO REC-DTAVENDA
           MOVE ZEROS     TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO ROT-CANC-PARC-ENC.
       ROT-CANC-PARC-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-CANC-PARC-ENC
           END-READ
           IF ST-ERRO4 NOT = "00" OR REC-PLACA NOT = DIS-PLACA
              OR REC-DTAVENDA NOT = W-DTVDA8
              GO TO ROT-CANC-PARC-ENC.
           IF REC-DTRECEB = ZEROS
              DELETE CADRECEB RECORD.
           GO TO ROT-CANC-PARC-RD.
       ROT-CANC-PARC-ENC.
           CLOSE CADRECEB
           MOVE "CADRECEB" TO W-JARQ
           MOVE "E"        TO W-JACAO
           MOVE "PARC.CANC." TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-CANC-PARC-FIM.
           EXIT.
      *
      *********************************************************
      * VEICULO VENDIDO VOLTA PARA O ESTOQUE (SO SE AINDA V)   *
      *********************************************************
       ROT-VOLTA-ESTOQUE.
           MOVE DIS-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-VOLTA-ESTOQUE-FIM.
           IF SIT-CAR NOT = "V"
              GO TO ROT-VOLTA-ESTOQUE-FIM.
           MOVE "E" TO SIT-CAR
           REWRITE REGCAR
           MOVE "CADCAR  " TO W-JARQ
           MOVE "A"        TO W-JACAO
           MOVE "VOLTA EST." TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-VOLTA-ESTOQUE-FIM.
           EXIT.
      *
      *********************************************************
      * TROCA DEVOLVIDA: O CARRO SAI DO ESTOQUE COMO V (ESTA   *
      * COM O CLIENTE) E A AQUISICAO E O PRECO SAO APAGADOS.   *
      * TROCA MANTIDA: A AQUISICAO FICA COMO COMPRA DA LOJA    *
      *********************************************************
       ROT-TROCA.
           IF DIS-TROCA = SPACE
              GO TO ROT-TROCA-FIM.
           OPEN I-O CADAQUIS
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-TROCA-CAR.
           MOVE DIS-PLACATROCA TO AQ-PLACA
           READ CADAQUIS
           IF ST-ERRO5 = "00"
              IF DIS-TROCA = "D"
                 DELETE CADAQUIS RECORD
                 MOVE "E" TO W-JACAO
                 MOVE "TROCA DEV." TO W-JRESUMO
              ELSE
                 MOVE "COMPRA NO DISTRATO" TO AQ-ORIGEM
                 REWRITE REGAQUIS
                 MOVE "A" TO W-JACAO
                 MOVE "TROCA COMP" TO W-JRESUMO
              END-IF
              MOVE DIS-PLACATROCA TO W-JCHREG
              MOVE "CADAQUIS" TO W-JARQ
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
           CLOSE CADAQUIS.
       ROT-TROCA-CAR.
           IF DIS-TROCA NOT = "D"
              GO TO ROT-TROCA-VOLTA.
           MOVE DIS-PLACATROCA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 = "00"
              MOVE "V" TO SIT-CAR
              REWRITE REGCAR
              MOVE DIS-PLACATROCA TO W-JCHREG
              MOVE "CADCAR  " TO W-JARQ
              MOVE "A"        TO W-JACAO
              MOVE "TROCA DEV." TO W-JRESUMO
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
           OPEN I-O CADPRECO
           IF ST-ERRO6 = "00"
              MOVE DIS-PLACATROCA TO PRC-PLACA
              READ CADPRECO
              IF ST-ERRO6 = "00"
                 DELETE CADPRECO RECORD
              END-IF
              CLOSE CADPRECO.
      *    AS DEMAIS ENTRADAS DO JORNAL VOLTAM PARA A CHAVE DA VENDA
       ROT-TROCA-VOLTA.
           MOVE W-JCHVDA TO W-JCHREG.
       ROT-TROCA-FIM.
           EXIT.
      *
       ROT-EXCL-VDAPR.
           OPEN I-O CADVDAPR
           IF ST-ERRO7 NOT = "00"
              GO TO ROT-EXCL-VDAPR-FIM.
           MOVE DIS-PLACA TO VPR-PLACA
           MOVE W-DTVDA8  TO VPR-DTAVENDA
           READ CADVDAPR
           IF ST-ERRO7 = "00"
              DELETE CADVDAPR RECORD
              MOVE "CADVDAPR" TO W-JARQ
              MOVE "E"        TO W-JACAO
              MOVE "DISTRATO  " TO W-JRESUMO
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
           CLOSE CADVDAPR.
       ROT-EXCL-VDAPR-FIM.
           EXIT.
      *
      *********************************************************
      * NOTAS FISCAIS DA VENDA (SAIDA E ENTRADA DA TROCA)      *
      * CANCELADAS NA SERIE                                    *
      *********************************************************
       ROT-CANC-NF.
           MOVE "C" TO W-NFFUNC
           CALL "EMITNF" USING W-NFFUNC W-NFEMP DIS-PLACA W-DTVDA8
                               DIS-CODCLI W-NFDOC DIS-VALORVENDA
                               DIS-PLACATROCA DIS-VLRTROCA
                               W-NFNUMS W-NFNUME W-NFRET W-NFMENS
           IF W-NFRET NOT = "S"
              MOVE W-NFMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CANC-NF-FIM.
           MOVE W-JCHVDA TO W-JCHREG
           MOVE "CADNF   " TO W-JARQ
           MOVE "A"        TO W-JACAO
           MOVE "NF CANCEL." TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-CANC-NF-FIM.
           EXIT.
      *
      *********************************************************
      * CONSIGNACAO DO VEICULO (ACERCSG): ESTORNO DO ACERTO DA *
      * VENDA - PLACA SEM CONSIGNACAO VOLTA SEM MENSAGEM       *
      *********************************************************
       ROT-CONSIG.
           MOVE "E" TO W-CSFUNC
           CALL "ACERCSG" USING W-CSFUNC DIS-PLACA W-DTVDA8
                                DIS-VALORVENDA DIS-COMPRADOR
                                W-CSRET W-CSMENS
           IF W-CSMENS NOT = SPACES
              MOVE W-CSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-CSRET NOT = "S"
              GO TO ROT-CONSIG-FIM.
           MOVE W-JCHVDA TO W-JCHREG
           MOVE "CADCSG  " TO W-JARQ
           MOVE "A"        TO W-JACAO
           MOVE "CONSIG.AT." TO W-JRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-CONSIG-FIM.
           EXIT.
      *
      *********************************************************
      * PARTE DA VENDA NA COMISSAO (EVENTO 060 DA COMPETENCIA  *
      * DA VENDA) = 060 X VALOR DA VENDA / TOTAL VENDIDO PELO  *
      * VENDEDOR NO MES. SEM FOLHA MENSAL (CADPAG) NA          *
      * COMPETENCIA O 060 E ESTORNADO (E); COM FOLHA, VIRA     *
      * DESCONTO (D) NA PRIMEIRA COMPETENCIA SEGUINTE SEM      *
      * FOLHA MENSAL                                           *
      *********************************************************
       ROT-COMIS-CALC.
           MOVE SPACE TO DIS-COMIS
           MOVE ZEROS TO DIS-VLRCOMIS DIS-ANOMESCOM
           IF DIS-VENDEDOR = ZEROS
              GO TO ROT-COMIS-CALC-FIM.
           OPEN INPUT CADMOV
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-COMIS-CALC-FIM.
           MOVE DIS-VENDEDOR TO MOV-CODFUNC
           MOVE DIS-ANOVDA   TO MOV-ANO
           MOVE DIS-MESVDA   TO MOV-MES
           MOVE 060          TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO8 NOT = "00"
              CLOSE CADMOV
              GO TO ROT-COMIS-CALC-FIM.
           MOVE MOV-VALOR TO W-VLRCOM060
           CLOSE CADMOV
           MOVE ZEROS  TO W-TOTVDAVEND
           MOVE SPACES TO PLACA
           MOVE ZEROS  TO DTAVENDA
           START CADVDA KEY IS NOT LESS CHAVEVENDA
                 INVALID KEY
                    GO TO ROT-COMIS-CALC-PCT.
       ROT-COMIS-CALC-RD.
           READ CADVDA NEXT RECORD
                AT END
                   GO TO ROT-COMIS-CALC-PCT
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-COMIS-CALC-PCT.
           IF VENDEDOR NOT = DIS-VENDEDOR
              GO TO ROT-COMIS-CALC-RD.
           MOVE DTAVENDA TO W-DTVDA-R
           IF W-ANOVDA = DIS-ANOVDA AND W-MESVDA = DIS-MESVDA
              ADD VALORVENDA TO W-TOTVDAVEND.
           GO TO ROT-COMIS-CALC-RD.
       ROT-COMIS-CALC-PCT.
           MOVE DIS-DTAVENDA TO W-DTVDA-R
           IF W-TOTVDAVEND > ZEROS
              COMPUTE DIS-VLRCOMIS ROUNDED = W-VLRCOM060
                      * DIS-VALORVENDA / W-TOTVDAVEND
           ELSE
              MOVE W-VLRCOM060 TO DIS-VLRCOMIS.
           IF DIS-VLRCOMIS > W-VLRCOM060
              MOVE W-VLRCOM060 TO DIS-VLRCOMIS.
           IF DIS-VLRCOMIS = ZEROS
              GO TO ROT-COMIS-CALC-FIM.
           MOVE "E" TO DIS-COMIS
           MOVE DIS-ANOVDA TO W-ANOCOM
           MOVE DIS-MESVDA TO W-MESCOM
           OPEN INPUT CADPAG
           IF ST-ERRO9 NOT = "00"
              GO TO ROT-COMIS-CALC-COMP.
           MOVE DIS-VENDEDOR TO FUNC-COD
           MOVE W-ANOCOM     TO ANO
           MOVE W-MESCOM     TO MES
           MOVE "M"          TO TIPOFOLHA
           READ CADPAG
           IF ST-ERRO9 = "00"
              MOVE "D" TO DIS-COMIS
              MOVE "S" TO W-ACHOUPAG
              PERFORM ROT-PROX-COMP THRU ROT-PROX-COMP-FIM
                      UNTIL W-ACHOUPAG = "N".
           CLOSE CADPAG.
       ROT-COMIS-CALC-COMP.
           COMPUTE DIS-ANOMESCOM = (W-ANOCOM * 100) + W-MESCOM.
       ROT-COMIS-CALC-FIM.
           EXIT.
      *
       ROT-PROX-COMP.
           ADD 1 TO W-MESCOM
           IF W-MESCOM > 12
              MOVE 01 TO W-MESCOM
              ADD 1 TO W-ANOCOM.
           MOVE DIS-VENDEDOR TO FUNC-COD
           MOVE W-ANOCOM     TO ANO
           MOVE W-MESCOM     TO MES
           MOVE "M"          TO TIPOFOLHA
           READ CADPAG
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-ACHOUPAG.
       ROT-PROX-COMP-FIM.
           EXIT.
      *
      *********************************************************
      * ESTORNO NO 060 DA COMPETENCIA DA VENDA OU DESCONTO NO  *
      * EVENTO 515 (SOMADO AO QUE JA HOUVER NA COMPETENCIA)    *
      *********************************************************
       ROT-COMIS-LANCA.
           IF DIS-COMIS = SPACE
              GO TO ROT-COMIS-LANCA-FIM.
           OPEN I-O CADMOV
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-COMIS-LANCA-FIM.
           MOVE "CADMOV  " TO W-JARQ
           IF DIS-COMIS = "D"
              GO TO ROT-COMIS-LANCA-DESC.
           MOVE DIS-VENDEDOR TO MOV-CODFUNC
           MOVE DIS-ANOVDA   TO MOV-ANO
           MOVE DIS-MESVDA   TO MOV-MES
           MOVE 060          TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-COMIS-LANCA-ENC.
           IF MOV-VALOR > DIS-VLRCOMIS
              SUBTRACT DIS-VLRCOMIS FROM MOV-VALOR
              REWRITE REGMOV
              MOVE "A" TO W-JACAO
           ELSE
              DELETE CADMOV RECORD
              MOVE "E" TO W-JACAO.
           MOVE "ESTORNO060" TO W-JRESUMO
           GO TO ROT-COMIS-LANCA-JORN.
       ROT-COMIS-LANCA-DESC.
           MOVE DIS-VENDEDOR TO MOV-CODFUNC
           MOVE DIS-ANOMESCOM TO MOV-ANOMES
           MOVE 515          TO MOV-EVENTO
           MOVE "D"          TO MOV-TIPO
           MOVE "ESTORNO COMISSAO   " TO MOV-DESCR
           MOVE DIS-VLRCOMIS TO MOV-VALOR
           WRITE REGMOV
      *    COMPETENCIA JA TEM EVENTO 515: SOMA AO VALOR JA
      *    ACUMULADO NO REGISTRO EXISTENTE
           IF ST-ERRO8 = "22"
              READ CADMOV
              IF ST-ERRO8 = "00"
                 ADD DIS-VLRCOMIS TO MOV-VALOR
                 REWRITE REGMOV.
           MOVE "I" TO W-JACAO
           MOVE "DESC.515  " TO W-JRESUMO.
       ROT-COMIS-LANCA-JORN.
           MOVE DIS-VENDEDOR TO W-JCHREG
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           MOVE W-JCHVDA TO W-JCHREG.
       ROT-COMIS-LANCA-ENC.
           CLOSE CADMOV.
       ROT-COMIS-LANCA-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): CADA ARQUIVO    *
      * ALTERADO PELO DISTRATO, COM O OPERADOR DA SESSAO E A   *
      * CHAVE (W-JARQ/W-JACAO/W-JCHREG/W-JRESUMO)              *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS     TO JORN-SEQ
           MOVE W-JOPER   TO JORN-OPER
           MOVE "CADDIST " TO JORN-PROG
           MOVE W-JARQ    TO JORN-ARQ
           MOVE W-JACAO   TO JORN-ACAO
           MOVE W-JCHREG  TO JORN-CHREG
           MOVE W-JRESUMO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
