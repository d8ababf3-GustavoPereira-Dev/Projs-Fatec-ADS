      * COM O VALOR ACORDADO COMO CUSTO DE COMPRA, E O CARNE DE     *
      * PARCELAS (CADRECEB) SAI SOBRE O VALOR LIQUIDO (VENDA MENOS  *
      * TROCA) - CUSTO E PRECO PARAM DE VIVER EM FICCOES SEPARADAS. *
      *                                                             *
      * SITUACAO DO VEICULO (SIT-CAR): A VENDA GRAVADA PASSA O      *
      * CARRO PARA V (VENDIDO) E A EXCLUSAO DA VENDA DEVOLVE PARA E *
      * (ESTOQUE). CARRO JA VENDIDO OU BAIXADO NAO ACEITA NOVA      *
      * VENDA. O CARRO DA TROCA ENTRA COMO E - SE FOR UM CARRO QUE  *
      * A LOJA JA VENDEU (SITUACAO V) ELE VOLTA PARA O ESTOQUE.     *
      *                                                             *
      * PRECO PEDIDO E PISO: AO ABRIR A VENDA O PISO E CALCULADO    *
      * PELO CALCPRC (CUSTO + MARGEM MINIMA DO CADMARGV) E O PEDIDO *
      * VEM DA TABELA DE PRECOS (CADPRECO, FPP025). VENDA ABAIXO DO *
      * PISO, OU TROCA AVALIADA ACIMA DA REFERENCIA INFORMADA MAIS  *
      * A TOLERANCIA DO PARAMETRO 026, SO E GRAVADA COM APROVACAO   *
      * DE OPERADOR DE NIVEL 1 (O DA SESSAO OU CODIGO E SENHA DO    *
      * APROVADOR) E JUSTIFICATIVA. PEDIDO, PISO, REFERENCIA E A    *
      * APROVACAO DE CADA VENDA FICAM EM CADVDAPR (BASE DO REL091). *
      *                                                             *
      * VENDA COM PARCELAS NO CADRECEB OU COM VEICULO NA TROCA NAO  *
      * E EXCLUIDA AQUI: O DESFAZIMENTO E PELO DISTRATO (CADDIST),  *
      * QUE CANCELA AS PARCELAS, TRATA A TROCA E A COMISSAO.        *
      *                                                             *
      * NOTA FISCAL: A VENDA GRAVADA RECEBE O NUMERO DA NOTA DE     *
      * SAIDA (E A TROCA, O DA NOTA DE ENTRADA) NA SERIE DA EMPRESA *
      * DO VENDEDOR (EMITNF / CADNF); A ALTERACAO DE COMPRADOR,     *
      * VALOR OU TROCA CANCELA A NOTA E EMITE OUTRA, E A EXCLUSAO   *
      * CANCELA AS NOTAS DA VENDA.                                  *
      *                                                             *
      * CREDITO DO CLIENTE: O CARNE E DEFINIDO ANTES DE CONFIRMAR A *
      * VENDA E O VALOR FINANCIADO MAIS AS PARCELAS EM ABERTO DO    *
      * CLIENTE (CADRECEB) NAO PODE PASSAR DO LIMITE DO CADCLI      *
      * (ZERO = PADRAO DO PARAMETRO 028). CLIENTE BLOQUEADO OU COM  *
      * PARCELA VENCIDA HA MAIS DOS DIAS DO PARAMETRO 027 NAO       *
      * COMPRA; CLIENTE SO A VISTA NAO FINANCIA. A LIBERACAO E DE   *
      * OPERADOR DE NIVEL 1, COM JUSTIFICATIVA, E FICA NO JORNAL    *
      * (CADJORN) COM O DETALHE EM CADLIBCR.                        *
      *                                                             *
      * VEICULO EM CONSIGNACAO (CADCSG): A VENDA GRAVADA ACERTA A   *
      * CONSIGNACAO PELO ACERCSG - GERA O REPASSE AO DONO E O       *
      * EXTRATO DE ACERTO; A ALTERACAO REFAZ O ACERTO E A EXCLUSAO  *
      * DEVOLVE A CONSIGNACAO PARA ATIVA.                           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
       SELECT CADVDAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVPR
                    FILE STATUS  IS ST-ERRO8.
      *
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PLACA
                    FILE STATUS  IS ST-ERRO9.
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
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-OPER
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADLIBCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELCR
                    FILE STATUS  IS ST-LIBCR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             04 MESSEG-CAR  PIC 9(02).
             04 ANOSEG-CAR  PIC 9(04).
          03 DTSEGURO1-CAR REDEFINES DTSEGURO-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADRESRV
               LABEL RECORD IS STANDARD
          03 VDA-CODCLI       PIC 9(5).
          03 VDA-PLACATROCA   PIC X(7).
          03 VDA-VLRTROCA     PIC 9(8)V99.
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
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
      *    LIBERACAO DE CREDITO: MESMA CHAVE DA ENTRADA DO JORNAL
       FD CADLIBCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBCR.DAT".
       01 REGLIBCR.
          03 CHAVELCR.
             05 LCR-DATA      PIC 9(8).
             05 LCR-HORA      PIC 9(6).
             05 LCR-SEQ       PIC 9(2).
          03 LCR-CODCLI       PIC 9(5).
          03 LCR-PLACA        PIC X(7).
          03 LCR-DTAVENDA     PIC 9(8).
          03 LCR-MOTIVO       PIC X(1).
          03 LCR-OPERLIB      PIC 9(3).
          03 LCR-OPERSESS     PIC 9(3).
          03 LCR-VLRFINANC    PIC 9(8)V99.
          03 LCR-EXPOSICAO    PIC 9(10)V99.
          03 LCR-LIMITE       PIC 9(8)V99.
          03 LCR-DIASATR      PIC 9(5).
          03 LCR-JUSTIF       PIC X(40).
      *
       FD CADRECEB
               LABEL RECORD IS STANDARD
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
          03 W-MESREC   PIC 9(2).
          03 W-ANOREC   PIC 9(4).
       01 W-INADIMP     PIC X(01) VALUE "N".
       01 W-TEMPARC     PIC X(01) VALUE "N".
       01 W-NFFUNC      PIC X(01) VALUE SPACES.
       01 W-NFEMP       PIC 9(02) VALUE ZEROS.
       01 W-NFDOC       PIC 9(11) VALUE ZEROS.
       01 W-NFNUMS      PIC 9(09) VALUE ZEROS.
       01 W-NFNUME      PIC 9(09) VALUE ZEROS.
       01 W-NFRET       PIC X(01) VALUE SPACES.
       01 W-NFMENS      PIC X(50) VALUE SPACES.
       01 W-CSFUNC      PIC X(01) VALUE SPACES.
       01 W-CSRET       PIC X(01) VALUE SPACES.
       01 W-CSMENS      PIC X(50) VALUE SPACES.
       01 W-NFAVISO.
          03 FILLER     PIC X(18) VALUE "NOTA FISCAL SAIDA ".
          03 W-NFAVS    PIC 9(09).
          03 W-NFAVTXE  PIC X(10) VALUE SPACES.
          03 W-NFAVE    PIC Z(09) BLANK WHEN ZERO.
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMRESRV    PIC X(01) VALUE "N".
       01 W-EXPIRA8     PIC 9(08) VALUE ZEROS.
       01 W-RESCONF     PIC X(01) VALUE "N".
       01 W-SITNOVA     PIC X(01) VALUE SPACES.
       01 W-OPCTROCA    PIC X(01) VALUE SPACES.
       01 W-MARCATROCA  PIC X(02) VALUE SPACES.
       01 W-ANOTROCA    PIC 9(04) VALUE ZEROS.
          03 W-DIAVDA   PIC 9(2).
          03 W-MESVDA   PIC 9(2).
          03 W-ANOVDA   PIC 9(4).
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 ST-OPER       PIC X(02) VALUE "00".
       01 W-TEMVDAPR    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-TOLTROCA    PIC 9(03)V99 VALUE ZEROS.
       01 W-OPERSESS    PIC 9(03) VALUE ZEROS.
       01 W-NIVELSESS   PIC 9(01) VALUE ZEROS.
       01 W-PRCUSTO     PIC 9(9)V99 VALUE ZEROS.
       01 W-PRPISO      PIC 9(9)V99 VALUE ZEROS.
       01 W-PRPEDIDO    PIC 9(9)V99 VALUE ZEROS.
       01 W-PRRET       PIC X(01) VALUE SPACES.
       01 W-PRMENS      PIC X(50) VALUE SPACES.
       01 W-VLRREFTR    PIC 9(8)V99 VALUE ZEROS.
       01 W-LIMTROCA    PIC 9(9)V99 VALUE ZEROS.
       01 W-MOTAPRV     PIC X(01) VALUE SPACES.
       01 W-OPERAPRV    PIC 9(03) VALUE ZEROS.
       01 W-SENHAAPRV   PIC X(08) VALUE SPACES.
       01 W-APRVOK      PIC X(01) VALUE "N".
       01 W-APRVMODO    PIC X(01) VALUE "A".
       01 W-APRVRET     PIC X(01) VALUE SPACES.
       01 W-DTAPRV      PIC 9(08) VALUE ZEROS.
       01 W-JUSTIF      PIC X(40) VALUE SPACES.
       01 W-OPERCHK     PIC 9(03) VALUE ZEROS.
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
       01 ST-LIBCR      PIC X(02) VALUE "00".
       01 W-DIASBLQ     PIC 9(05) VALUE ZEROS.
       01 W-LIMPADR     PIC 9(08)V99 VALUE ZEROS.
       01 W-LIMCLI      PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRFINANC   PIC 9(08)V99 VALUE ZEROS.
       01 W-EXPOSICAO   PIC 9(10)V99 VALUE ZEROS.
       01 W-EXPNOVA     PIC 9(10)V99 VALUE ZEROS.
       01 W-ATRASO      PIC S9(05) VALUE ZEROS.
       01 W-MAXATR      PIC 9(05) VALUE ZEROS.
       01 W-MOTCRED     PIC X(01) VALUE SPACES.
       01 W-OPERCRED    PIC 9(03) VALUE ZEROS.
       01 W-JUSTCRED    PIC X(40) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
      *    CHAVE DA VENDA NO JORNAL: PLACA + DDMM + AA
       01 W-JCHVDA.
          03 W-JCHPLACA PIC X(07).
          03 W-JCHDDMM  PIC 9(04).
          03 W-JCHAA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACES.
       01 W-JRESCRED.
          03 FILLER     PIC X(09) VALUE "LIB.CRED.".
          03 W-JRESMOT  PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   CLIENTE (CADCLI)  :".
           05  LINE 14  COLUMN 01
               VALUE  "   COMPRADOR         :".
           05  LINE 16  COLUMN 01
               VALUE  "   PRECO PEDIDO      :".
           05  LINE 16  COLUMN 39
               VALUE  "PISO :".
           05  LINE 17  COLUMN 01
               VALUE  "   VALOR DA VENDA    :".
           05  LINE 19  COLUMN 01
               LINE 14  COLUMN 24  PIC X(30)
               USING  COMPRADOR
               HIGHLIGHT.
           05  TPEDIDO
               LINE 16  COLUMN 24  PIC Z(8)9,99
               USING  W-PRPEDIDO
               HIGHLIGHT.
           05  TPISO
               LINE 16  COLUMN 46  PIC Z(8)9,99
               USING  W-PRPISO
               HIGHLIGHT.
           05  TVALORVENDA
               LINE 17  COLUMN 24  PIC 9(08),99
               USING  VALORVENDA
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    PRECO/APROVACAO DE CADA VENDA (CADVDAPR)
       R0C.
           MOVE "S" TO W-TEMVDAPR
           OPEN I-O CADVDAPR
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADVDAPR
                 CLOSE CADVDAPR
                 OPEN I-O CADVDAPR
                 IF ST-ERRO8 NOT = "00"
                    MOVE "N" TO W-TEMVDAPR
                 END-IF
              ELSE
                 MOVE "N" TO W-TEMVDAPR.
      *    TOLERANCIA DA TROCA SOBRE A REFERENCIA (PARAMETRO 026)
       R0D.
           MOVE ZEROS TO W-TOLTROCA
           OPEN INPUT CADPARAM
           IF ST-PARAM = "00"
              MOVE 026 TO W-PARAMCOD
              ACCEPT W-HOJEVDA FROM DATE YYYYMMDD
              COMPUTE W-PARAMCOMP = (W-ANOHOJE * 100) + W-MESHOJE
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-TOLTROCA
      *       DIAS DE ATRASO QUE BLOQUEIAM (027) E LIMITE PADRAO (028)
              MOVE 027 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-DIASBLQ
              MOVE 028 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-LIMPADR
              CLOSE CADPARAM.
           IF W-DIASBLQ = ZEROS
              MOVE 30 TO W-DIASBLQ.
      *    OPERADOR E NIVEL DA SESSAO (CADTRAVA -> CADOPER)
       R0E.
           MOVE ZEROS TO W-OPERSESS W-NIVELSESS
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-OPERSESS
              END-IF
              CLOSE CADTRAVA.
           OPEN INPUT CADOPER
           IF ST-OPER = "00"
              MOVE W-OPERSESS TO OPER-COD
              READ CADOPER
              IF ST-OPER = "00"
                 MOVE OPER-NIVEL TO W-NIVELSESS
              END-IF
              CLOSE CADOPER.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO VDA-PLACATROCA
           MOVE ZEROS TO DTAVENDA VALORVENDA W-SEL VDA-CODCLI
           MOVE ZEROS TO VDA-VLRTROCA
           MOVE ZEROS TO W-PRCUSTO W-PRPISO W-PRPEDIDO W-VLRREFTR
           MOVE ZEROS TO W-OPERAPRV W-DTAPRV
           MOVE SPACES TO W-MOTAPRV W-JUSTIF
      *-------------[VISUALIZACAO DA TELA]--------------------------------
           DISPLAY TCADVDA.
      *
           READ CADVDA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-PRECO THRU ROT-PRECO-FIM
                 DISPLAY TCADVDA
                 MOVE "*** VENDA JA CADASTRADA NESTA DATA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    VENDA NOVA: SO PARA VEICULO QUE ESTA NA LOJA
       R3S.
           IF SIT-CAR = "V"
              MOVE "*** VEICULO JA CONSTA COMO VENDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF SIT-CAR = "B"
              MOVE "*** VEICULO BAIXADO - VENDA RECUSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF SIT-CAR = "M"
              MOVE "ATENCAO: VEICULO EM REPARO (SINISTRO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM ROT-PRECO THRU ROT-PRECO-FIM.
      *
      *    O COMPRADOR PASSA A SER UM CLIENTE DO CADCLI - O NOME
      *    VEM DO CADASTRO E NAO E MAIS DIGITADO LIVRE
           ACCEPT  (22, 47) W-OPCTROCA
           IF W-OPCTROCA NOT = "S" AND W-OPCTROCA NOT = "s"
              MOVE SPACES TO VDA-PLACATROCA
              MOVE ZEROS TO VDA-VLRTROCA W-VLRREFTR
              GO TO R5T-LIMPA.
           DISPLAY (22, 13) "PLACA DO VEICULO DA TROCA      : "
           ACCEPT  (22, 47) VDA-PLACATROCA
              GO TO R5T.
           MOVE VDA-PLACATROCA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 = "00" AND SIT-CAR NOT = "V"
              MOVE "*** PLACA DA TROCA JA ESTA NO ESTOQUE ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "VALOR DA TROCA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5T.
      *    REFERENCIA DE MERCADO DO CARRO RECEBIDO (TABELA)
       R5T-REF.
           DISPLAY (22, 13) "VALOR DE REFERENCIA DA TROCA   : "
           ACCEPT  (22, 47) W-VLRREFTR
           IF W-VLRREFTR = ZEROS
              MOVE "INFORME A REFERENCIA (TABELA) DA TROCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5T-REF.
           DISPLAY (22, 13) "MARCA DO VEICULO DA TROCA (XX) : "
           ACCEPT  (22, 47) W-MARCATROCA
           DISPLAY (22, 13) "ANO DE FABRICACAO (AAAA)       : "
       R5T-LIMPA.
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS.
      *********************************************************
      * APROVACAO: VENDA ABAIXO DO PISO (P), TROCA ACIMA DA    *
      * REFERENCIA + TOLERANCIA (T) OU AMBOS (A) SO SEGUEM COM *
      * OPERADOR DE NIVEL 1 E JUSTIFICATIVA                    *
      *********************************************************
       R5P.
           MOVE SPACE TO W-MOTAPRV
           MOVE ZEROS TO W-OPERAPRV W-DTAPRV
           MOVE SPACES TO W-JUSTIF
           IF W-PRPISO > ZEROS AND VALORVENDA < W-PRPISO
              MOVE "P" TO W-MOTAPRV.
           IF VDA-PLACATROCA NOT = SPACES
              COMPUTE W-LIMTROCA ROUNDED = W-VLRREFTR
                      + (W-VLRREFTR * W-TOLTROCA / 100)
              IF VDA-VLRTROCA > W-LIMTROCA
                 IF W-MOTAPRV = "P"
                    MOVE "A" TO W-MOTAPRV
                 ELSE
                    MOVE "T" TO W-MOTAPRV.
           IF W-MOTAPRV = SPACE
              GO TO R5P-FIM.
           IF W-MOTAPRV = "P"
              MOVE "VENDA ABAIXO DO PISO - EXIGE APROVACAO NIVEL 1"
                                                        TO MENS.
           IF W-MOTAPRV = "T"
              MOVE "TROCA ACIMA DA REFERENCIA - EXIGE NIVEL 1"
                                                        TO MENS.
           IF W-MOTAPRV = "A"
              MOVE "ABAIXO DO PISO E TROCA ACIMA - EXIGE NIVEL 1"
                                                        TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-NIVELSESS = 1
              MOVE W-OPERSESS TO W-OPERAPRV
              GO TO R5P-JUST.
       R5P-OPER.
           DISPLAY (22, 13) "OPERADOR APROVADOR (NIVEL 1)   : "
           ACCEPT  (22, 47) W-OPERAPRV
           IF W-OPERAPRV = ZEROS
              MOVE "*** SEM APROVACAO - REVEJA OS VALORES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE SPACES TO W-SENHAAPRV
           DISPLAY (22, 13) "SENHA DO APROVADOR             : "
           ACCEPT  (22, 47) W-SENHAAPRV
           MOVE W-OPERAPRV TO W-OPERCHK
           PERFORM ROT-CHK-APRV THRU ROT-CHK-APRV-FIM
           IF W-APRVOK NOT = "S"
              MOVE "*** APROVADOR INVALIDO OU SEM NIVEL 1 ***" TO MENS
              IF W-APRVRET = "B"
                 MOVE "*** OPERADOR BLOQUEADO - PROCURE O NIVEL 1 ***"
                                                    TO MENS
              END-IF
              IF W-APRVRET = "V"
                 MOVE "*** SENHA VENCIDA - TROCAR NO LOGIN DO MENU ***"
                                                    TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R5P-JUST.
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS
           DISPLAY (22, 13) "JUSTIFICATIVA : "
           ACCEPT  (22, 29) W-JUSTIF
           IF W-JUSTIF = SPACES
              GO TO R5P-JUST.
           ACCEPT W-DTAPRV FROM DATE YYYYMMDD
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS.
       R5P-FIM.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
      *********************************************************
      * CARNE (CADRECEB) DEFINIDO ANTES DA CONFIRMACAO, PARA O *
      * VALOR FINANCIADO PASSAR PELO CREDITO DO CLIENTE        *
      *********************************************************
       R5C.
           MOVE ZEROS TO W-QTDPARC W-VLRFINANC
           MOVE ZEROS TO W-VENCPARC
           DISPLAY (22, 13) "GERAR PARCELAS A RECEBER (S/N) : "
           ACCEPT  (22, 47) W-OPCPARC
           IF W-OPCPARC = "s"
              MOVE "S" TO W-OPCPARC.
           IF W-OPCPARC NOT = "S"
              MOVE "N" TO W-OPCPARC
              GO TO R5C-CRED.
           DISPLAY (22, 13) "QUANTIDADE DE PARCELAS         : "
           ACCEPT  (22, 47) W-QTDPARC
           IF W-QTDPARC = ZEROS
              MOVE "N" TO W-OPCPARC
              GO TO R5C-CRED.
           DISPLAY (22, 13) "PRIMEIRO VENCIMENTO (DDMMAAAA) : "
           ACCEPT  (22, 47) W-VENCPARC
           IF W-VENCPARC = ZEROS
              MOVE "N" TO W-OPCPARC
              MOVE ZEROS TO W-QTDPARC
              GO TO R5C-CRED.
      *    O CARNE SAI SOBRE O LIQUIDO (VENDA MENOS TROCA)
           COMPUTE W-VLRFINANC = VALORVENDA - VDA-VLRTROCA.
       R5C-CRED.
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS
           MOVE SPACES TO W-JUSTCRED
           MOVE ZEROS TO W-OPERCRED
           PERFORM ROT-CHK-CRED THRU ROT-CHK-CRED-FIM
           IF W-MOTCRED = SPACE
              GO TO INC-OPC.
           IF W-MOTCRED = "B"
              MOVE "CLIENTE COM CREDITO BLOQUEADO - EXIGE NIVEL 1"
                                                        TO MENS.
           IF W-MOTCRED = "A"
              MOVE "CLIENTE COM PARCELA EM ATRASO - EXIGE NIVEL 1"
                                                        TO MENS.
           IF W-MOTCRED = "V"
              MOVE "CLIENTE SO A VISTA - PARCELAR EXIGE NIVEL 1"
                                                        TO MENS.
           IF W-MOTCRED = "L"
              MOVE "LIMITE DE CREDITO EXCEDIDO - EXIGE NIVEL 1"
                                                        TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-NIVELSESS = 1
              MOVE W-OPERSESS TO W-OPERCRED
              GO TO R5C-JUST.
       R5C-OPER.
           DISPLAY (22, 13) "OPERADOR QUE LIBERA (NIVEL 1)  : "
           ACCEPT  (22, 47) W-OPERCRED
           IF W-OPERCRED = ZEROS
              MOVE "*** VENDA NAO LIBERADA PELO CREDITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5C.
           MOVE SPACES TO W-SENHAAPRV
           DISPLAY (22, 13) "SENHA DO OPERADOR              : "
           ACCEPT  (22, 47) W-SENHAAPRV
           MOVE W-OPERCRED TO W-OPERCHK
           PERFORM ROT-CHK-APRV THRU ROT-CHK-APRV-FIM
           IF W-APRVOK NOT = "S"
              MOVE "*** OPERADOR INVALIDO OU SEM NIVEL 1 ***" TO MENS
              IF W-APRVRET = "B"
                 MOVE "*** OPERADOR BLOQUEADO - PROCURE O NIVEL 1 ***"
                                                    TO MENS
              END-IF
              IF W-APRVRET = "V"
                 MOVE "*** SENHA VENCIDA - TROCAR NO LOGIN DO MENU ***"
                                                    TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5C.
       R5C-JUST.
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS
           DISPLAY (22, 13) "JUSTIFICATIVA : "
           ACCEPT  (22, 29) W-JUSTCRED
           IF W-JUSTCRED = SPACES
              GO TO R5C-JUST.
           MOVE SPACES TO MENS
           DISPLAY (22, 13) MENS.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 35) "DADOS OK (S/N) : ".
                      MOVE "*** VENDA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-CONS-RESRV THRU ROT-CONS-RESRV-FIM
                      PERFORM ROT-GRAVA-VDAPR THRU ROT-GRAVA-VDAPR-FIM
                      IF W-MOTCRED NOT = SPACE
                         PERFORM ROT-GRAVA-LIBCR
                                 THRU ROT-GRAVA-LIBCR-FIM
                      END-IF
                      MOVE "A" TO W-NFFUNC
                      PERFORM ROT-NOTA-FISCAL THRU ROT-NOTA-FISCAL-FIM
                      MOVE "V" TO W-SITNOVA
                      PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                      MOVE "V" TO W-CSFUNC
                      PERFORM ROT-CONSIG THRU ROT-CONSIG-FIM
                      IF VDA-PLACATROCA NOT = SPACES
                         PERFORM ROT-ENTRA-TROCA
                                 THRU ROT-ENTRA-TROCA-FIM
                      GO TO R3C.
      *
       EXC-OPC.
                PERFORM ROT-CHK-PARC THRU ROT-CHK-PARC-FIM
                IF W-TEMPARC = "S" OR VDA-PLACATROCA NOT = SPACES
                   MOVE "VENDA COM PARCELAS OU TROCA - USE O CADDIST"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                IF ST-ERRO = "00"
                   MOVE "*** VENDA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "E" TO W-SITNOVA
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   PERFORM ROT-EXCL-VDAPR THRU ROT-EXCL-VDAPR-FIM
                   MOVE "E" TO W-CSFUNC
                   PERFORM ROT-CONSIG THRU ROT-CONSIG-FIM
                   MOVE "C" TO W-NFFUNC
                   PERFORM ROT-NOTA-FISCAL THRU ROT-NOTA-FISCAL-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO DE VENDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO DE VENDA ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-GRAVA-VDAPR THRU ROT-GRAVA-VDAPR-FIM
                   MOVE "A" TO W-NFFUNC
                   PERFORM ROT-NOTA-FISCAL THRU ROT-NOTA-FISCAL-FIM
      *            CONSIGNACAO: ESTORNA O ACERTO E REFAZ COM O NOVO VALOR
                   MOVE "E" TO W-CSFUNC
                   PERFORM ROT-CONSIG THRU ROT-CONSIG-FIM
                   IF W-CSRET = "S"
                      MOVE "V" TO W-CSFUNC
                      PERFORM ROT-CONSIG THRU ROT-CONSIG-FIM
                   END-IF
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE VENDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMVDAPR = "S"
              CLOSE CADVDAPR.
           IF W-TEMRESRV = "S"
              CLOSE CADRESRV.
           IF W-TEMCLI = "S"
      * COM A DIFERENCA DE ARREDONDAMENTO NA ULTIMA; OS        *
      * VENCIMENTOS CAEM DE MES EM MES A PARTIR DO PRIMEIRO    *
      * INFORMADO. A BAIXA DO RECEBIMENTO E FEITA NO CADRECEB. *
      * QUANTIDADE E PRIMEIRO VENCIMENTO VEM DA TELA (R5C).    *
      *********************************************************
       ROT-GERA-PARC.
           IF W-OPCPARC NOT = "S"
              GO TO ROT-GERA-PARC-LIMPA.
           OPEN I-O CADRECEB
           IF ST-ERRO4 NOT = "00"
              MOVE W-VLRPARC TO REC-VALOR.
           MOVE ZEROS TO REC-DTRECEB
           MOVE "N" TO REC-REMESSA
           MOVE ZEROS TO REC-VLRMULTA REC-VLRJUROS REC-ACORDO
           MOVE ZEROS TO REC-ACORDOREN
           MOVE SPACES TO REC-SIT
           WRITE REGRECEB
           IF ST-ERRO4 = "22"
              REWRITE REGRECEB.
           MOVE W-ANOTROCA     TO ANOFABC-CAR
           MOVE W-CORTROCA     TO COR-CAR
           MOVE ZEROS TO DTLICENC1-CAR DTSEGURO1-CAR
           MOVE ZEROS TO MODELO-CAR RENAVAM-CAR
           MOVE SPACES TO CHASSI-CAR
           MOVE "E" TO SIT-CAR
           WRITE REGCAR
      *    CARRO QUE A LOJA JA VENDEU VOLTANDO NA TROCA: MANTEM O
      *    CADASTRO E SO VOLTA PARA O ESTOQUE COM O NOVO DONO
           IF ST-ERRO2 = "22"
              READ CADCAR
              MOVE COMPRADOR TO NOMEPROP-CAR
              MOVE "E" TO SIT-CAR
              REWRITE REGCAR.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA ENTRADA DA TROCA NO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           EXIT.
      *
      *********************************************************
      * SITUACAO DO VEICULO VENDIDO/EXCLUIDO (W-SITNOVA). NA   *
      * EXCLUSAO SO VOLTA PARA E SE AINDA ESTIVER COMO V       *
      *********************************************************
       ROT-SIT-CAR.
           MOVE PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-SIT-CAR-FIM.
           IF W-SITNOVA = "E" AND SIT-CAR NOT = "V"
              GO TO ROT-SIT-CAR-FIM.
           MOVE W-SITNOVA TO SIT-CAR
           REWRITE REGCAR.
       ROT-SIT-CAR-FIM.
           EXIT.
      *
      *********************************************************
      * RESERVA ATIVA E NAO EXPIRADA DA PLACA: A VENDA PARA    *
      * OUTRO CLIENTE E RECUSADA                               *
      *********************************************************
           CLOSE CADRECEB.
       ROT-CHK-INADIMP-FIM.
           EXIT.
      *
      *********************************************************
      * CREDITO DO CLIENTE: SOMA AS PARCELAS EM ABERTO DELE NO *
      * CADRECEB (EXPOSICAO) E O MAIOR ATRASO EM DIAS (ANO     *
      * COMERCIAL, COMO NO REL045) E DEVOLVE EM W-MOTCRED O    *
      * QUE IMPEDE A VENDA (ESPACO = LIBERADA):                *
      *   B = CLIENTE BLOQUEADO                                *
      *   A = PARCELA VENCIDA HA MAIS DE W-DIASBLQ DIAS        *
      *   V = CLIENTE SO A VISTA E A VENDA TEM CARNE           *
      *   L = EXPOSICAO + FINANCIADO ACIMA DO LIMITE           *
      *********************************************************
       ROT-CHK-CRED.
           MOVE SPACE TO W-MOTCRED
           MOVE ZEROS TO W-EXPOSICAO W-EXPNOVA W-MAXATR W-LIMCLI
           IF W-TEMCLI NOT = "S" OR VDA-CODCLI = ZEROS
              GO TO ROT-CHK-CRED-FIM.
           MOVE VDA-CODCLI TO CLI-COD
           READ CADCLI
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-CHK-CRED-FIM.
           MOVE CLI-LIMCRED TO W-LIMCLI
           IF W-LIMCLI = ZEROS
              MOVE W-LIMPADR TO W-LIMCLI.
           OPEN INPUT CADRECEB
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-CHK-CRED-AVAL.
           ACCEPT W-HOJEVDA FROM DATE YYYYMMDD.
       ROT-CHK-CRED-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-CHK-CRED-ENC
           END-READ
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-CHK-CRED-ENC.
           IF REC-CODCLI NOT = ZEROS
              IF REC-CODCLI NOT = VDA-CODCLI
                 GO TO ROT-CHK-CRED-RD
              END-IF
           ELSE
              IF REC-COMPRADOR NOT = COMPRADOR
                 GO TO ROT-CHK-CRED-RD.
           IF REC-DTRECEB NOT = ZEROS
              GO TO ROT-CHK-CRED-RD.
           ADD REC-VALOR TO W-EXPOSICAO
           MOVE REC-DTVENC TO W-VENCREC-R
           COMPUTE W-ATRASO = ((W-ANOHOJE - W-ANOREC) * 360)
                            + ((W-MESHOJE - W-MESREC) * 30)
                            + (W-DIAHOJE - W-DIAREC)
           IF W-ATRASO > W-MAXATR
              MOVE W-ATRASO TO W-MAXATR.
           GO TO ROT-CHK-CRED-RD.
       ROT-CHK-CRED-ENC.
           CLOSE CADRECEB.
       ROT-CHK-CRED-AVAL.
           COMPUTE W-EXPNOVA = W-EXPOSICAO + W-VLRFINANC
           IF CLI-SITCRED = "B"
              MOVE "B" TO W-MOTCRED
              GO TO ROT-CHK-CRED-FIM.
           IF W-MAXATR > W-DIASBLQ
              MOVE "A" TO W-MOTCRED
              GO TO ROT-CHK-CRED-FIM.
           IF W-VLRFINANC = ZEROS
              GO TO ROT-CHK-CRED-FIM.
           IF CLI-SITCRED = "V"
              MOVE "V" TO W-MOTCRED
              GO TO ROT-CHK-CRED-FIM.
           IF W-EXPNOVA > W-LIMCLI
              MOVE "L" TO W-MOTCRED.
       ROT-CHK-CRED-FIM.
           EXIT.
      *
      *********************************************************
      * LIBERACAO DE CREDITO: ENTRADA NO JORNAL (CADJORN) COM  *
      * O OPERADOR DA SESSAO E A CHAVE DA VENDA, E O DETALHE   *
      * (QUEM LIBEROU, VALORES E JUSTIFICATIVA) EM CADLIBCR    *
      * COM A MESMA CHAVE DA ENTRADA DO JORNAL                 *
      *********************************************************
       ROT-GRAVA-LIBCR.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS      TO JORN-SEQ
           MOVE W-OPERSESS TO JORN-OPER
           MOVE "CADVDA  " TO JORN-PROG
           MOVE "CADLIBCR" TO JORN-ARQ
           MOVE "I"        TO JORN-ACAO
           MOVE DTAVENDA   TO W-DTAVENDA-R
           MOVE PLACA      TO W-JCHPLACA
           COMPUTE W-JCHDDMM = (W-DIAVDA * 100) + W-MESVDA
           MOVE W-ANOVDA   TO W-JCHAA
           MOVE W-JCHVDA   TO JORN-CHREG
           MOVE W-MOTCRED  TO W-JRESMOT
           MOVE W-JRESCRED TO JORN-RESUMO.
       ROT-GRAVA-LIBCR-WR.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG); A CHAVE
      *    EFETIVAMENTE GRAVADA VOLTA EM CHAVEJORN PARA O CADLIBCR
           CALL "JORNREG" USING REGJORN ST-JORN
           IF ST-JORN NOT = "00"
              GO TO ROT-GRAVA-LIBCR-FIM.
       ROT-GRAVA-LIBCR-DET.
           OPEN I-O CADLIBCR
           IF ST-LIBCR NOT = "00"
              IF ST-LIBCR = "30"
                 OPEN OUTPUT CADLIBCR
                 CLOSE CADLIBCR
                 OPEN I-O CADLIBCR
              ELSE
                 GO TO ROT-GRAVA-LIBCR-FIM.
           MOVE CHAVEJORN   TO CHAVELCR
           MOVE VDA-CODCLI  TO LCR-CODCLI
           MOVE PLACA       TO LCR-PLACA
           MOVE DTAVENDA    TO LCR-DTAVENDA
           MOVE W-MOTCRED   TO LCR-MOTIVO
           MOVE W-OPERCRED  TO LCR-OPERLIB
           MOVE W-OPERSESS  TO LCR-OPERSESS
           MOVE W-VLRFINANC TO LCR-VLRFINANC
           MOVE W-EXPOSICAO TO LCR-EXPOSICAO
           MOVE W-LIMCLI    TO LCR-LIMITE
           MOVE W-MAXATR    TO LCR-DIASATR
           MOVE W-JUSTCRED  TO LCR-JUSTIF
           WRITE REGLIBCR
           CLOSE CADLIBCR.
       ROT-GRAVA-LIBCR-FIM.
           EXIT.
      *
      *********************************************************
      * A VENDA TEM PARCELAS NO CADRECEB? (ENTAO SO SE DESFAZ  *
      * PELO DISTRATO)                                         *
      *********************************************************
       ROT-CHK-PARC.
           MOVE "N" TO W-TEMPARC
           OPEN INPUT CADRECEB
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-CHK-PARC-FIM.
           MOVE PLACA    TO REC-PLACA
           MOVE DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS    TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO ROT-CHK-PARC-ENC.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO ROT-CHK-PARC-ENC
           END-READ
           IF ST-ERRO4 = "00" AND REC-PLACA = PLACA
              AND REC-DTAVENDA = DTAVENDA
              MOVE "S" TO W-TEMPARC.
       ROT-CHK-PARC-ENC.
           CLOSE CADRECEB.
       ROT-CHK-PARC-FIM.
           EXIT.
      *
      *********************************************************
      * NOTAS FISCAIS DA VENDA (EMITNF): W-NFFUNC A = EMITE OU *
      * ACERTA, C = CANCELA. A SERIE E A DA EMPRESA DO         *
      * VENDEDOR (SEM EMPRESA, A 01)                           *
      *********************************************************
       ROT-NOTA-FISCAL.
           MOVE 1 TO W-NFEMP
           IF W-TEMFUNC = "S"
              MOVE VENDEDOR TO CODFUNC
              READ CADFUNC
              IF ST-ERRO3 = "00" AND EMPFUNC NOT = ZEROS
                 MOVE EMPFUNC TO W-NFEMP.
           MOVE ZEROS TO W-NFDOC
           IF W-TEMCLI = "S" AND VDA-CODCLI NOT = ZEROS
              MOVE VDA-CODCLI TO CLI-COD
              READ CADCLI
              IF ST-ERRO5 = "00"
                 MOVE CLI-DOC TO W-NFDOC.
           CALL "EMITNF" USING W-NFFUNC W-NFEMP PLACA DTAVENDA
                               VDA-CODCLI W-NFDOC VALORVENDA
                               VDA-PLACATROCA VDA-VLRTROCA
                               W-NFNUMS W-NFNUME W-NFRET W-NFMENS
           IF W-NFRET NOT = "S"
              MOVE W-NFMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-NOTA-FISCAL-FIM.
           IF W-NFFUNC = "C"
              GO TO ROT-NOTA-FISCAL-FIM.
           MOVE W-NFNUMS TO W-NFAVS
           MOVE SPACES   TO W-NFAVTXE
           MOVE W-NFNUME TO W-NFAVE
           IF W-NFNUME NOT = ZEROS
              MOVE "  ENTRADA " TO W-NFAVTXE.
           MOVE W-NFAVISO TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-NOTA-FISCAL-FIM.
           EXIT.
      *
      *********************************************************
      * ACERTO DA CONSIGNACAO DA PLACA (ACERCSG): W-CSFUNC     *
      * V = VENDA (REPASSE + EXTRATO), E = ESTORNO. PLACA SEM  *
      * CONSIGNACAO VOLTA SEM MENSAGEM                         *
      *********************************************************
       ROT-CONSIG.
           CALL "ACERCSG" USING W-CSFUNC PLACA DTAVENDA VALORVENDA
                                COMPRADOR W-CSRET W-CSMENS
           IF W-CSMENS NOT = SPACES
              MOVE W-CSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-CONSIG-FIM.
           EXIT.
      *
      *********************************************************
      * PRECO PEDIDO E PISO DO VEICULO: VENDA JA GRAVADA USA O *
      * QUE FICOU NO CADVDAPR; VENDA NOVA CALCULA O PISO NA    *
      * HORA (CALCPRC) E TOMA O PEDIDO DA TABELA (CADPRECO),   *
      * SE ELE NAO FICOU ABAIXO DO PISO                        *
      *********************************************************
       ROT-PRECO.
           MOVE ZEROS TO W-PRCUSTO W-PRPISO W-PRPEDIDO W-VLRREFTR
           IF W-TEMVDAPR = "S"
              MOVE PLACA    TO VPR-PLACA
              MOVE DTAVENDA TO VPR-DTAVENDA
              READ CADVDAPR
              IF ST-ERRO8 = "00"
                 MOVE VPR-CUSTO     TO W-PRCUSTO
                 MOVE VPR-VLRPISO   TO W-PRPISO
                 MOVE VPR-VLRPEDIDO TO W-PRPEDIDO
                 MOVE VPR-VLRREF    TO W-VLRREFTR
                 GO TO ROT-PRECO-MOSTRA.
           CALL "CALCPRC" USING PLACA-CAR MARCA-CAR MODELO-CAR
                                DTAVENDA W-PRCUSTO W-PRPISO
                                W-PRPEDIDO W-PRRET W-PRMENS
           IF W-PRRET NOT = "S"
              MOVE W-PRMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-PRECO-MOSTRA.
           OPEN INPUT CADPRECO
           IF ST-ERRO9 NOT = "00"
              GO TO ROT-PRECO-MOSTRA.
           MOVE PLACA TO PRC-PLACA
           READ CADPRECO
           IF ST-ERRO9 = "00" AND PRC-VLRPEDIDO NOT < W-PRPISO
              MOVE PRC-VLRPEDIDO TO W-PRPEDIDO.
           CLOSE CADPRECO.
       ROT-PRECO-MOSTRA.
           DISPLAY TPEDIDO TPISO.
       ROT-PRECO-FIM.
           EXIT.
      *
      *********************************************************
      * APROVADOR INFORMADO (W-OPERCHK): CADOPER COM NIVEL 1 E *
      * A SENHA                                                *
      *********************************************************
       ROT-CHK-APRV.
           MOVE "N" TO W-APRVOK
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E BLOQUEIA)
           CALL "CONFSENH" USING W-OPERCHK W-SENHAAPRV W-APRVMODO
                                 W-APRVRET REGOPER
           IF W-APRVRET NOT = "S"
              GO TO ROT-CHK-APRV-FIM.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              GO TO ROT-CHK-APRV-FIM.
           MOVE W-OPERCHK TO OPER-COD
           READ CADOPER
           IF ST-OPER = "00" AND OPER-NIVEL = 1
              MOVE "S" TO W-APRVOK.
           CLOSE CADOPER.
       ROT-CHK-APRV-FIM.
           EXIT.
      *
      *********************************************************
      * PEDIDO, PISO, REFERENCIA DA TROCA E APROVACAO DA VENDA *
      *********************************************************
       ROT-GRAVA-VDAPR.
           IF W-TEMVDAPR NOT = "S"
              GO TO ROT-GRAVA-VDAPR-FIM.
           MOVE PLACA      TO VPR-PLACA
           MOVE DTAVENDA   TO VPR-DTAVENDA
           MOVE W-PRCUSTO  TO VPR-CUSTO
           MOVE W-PRPEDIDO TO VPR-VLRPEDIDO
           MOVE W-PRPISO   TO VPR-VLRPISO
           MOVE W-VLRREFTR TO VPR-VLRREF
           MOVE W-MOTAPRV  TO VPR-MOTIVO
           MOVE W-OPERAPRV TO VPR-OPERAPRV
           MOVE W-DTAPRV   TO VPR-DTAPRV
           MOVE W-JUSTIF   TO VPR-JUSTIF
           WRITE REGVDAPR
           IF ST-ERRO8 = "22"
              REWRITE REGVDAPR.
       ROT-GRAVA-VDAPR-FIM.
           EXIT.
      *
       ROT-EXCL-VDAPR.
           IF W-TEMVDAPR NOT = "S"
              GO TO ROT-EXCL-VDAPR-FIM.
           MOVE PLACA    TO VPR-PLACA
           MOVE DTAVENDA TO VPR-DTAVENDA
           READ CADVDAPR
           IF ST-ERRO8 = "00"
              DELETE CADVDAPR RECORD.
       ROT-EXCL-VDAPR-FIM.
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
