       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERCSG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ACERTO DA CONSIGNACAO (CADCSG) NA VENDA DO VEICULO -        *
      * CHAMADO PELA VENDA (CADVDA), PELO DISTRATO (CADDIST) E PELA *
      * TELA DA CONSIGNACAO (CADCSG). FUNCOES:                      *
      *   V = VENDA: A CONSIGNACAO ATIVA (A) DA PLACA PASSA PARA    *
      *       VENDIDA (V) COM A DATA E O VALOR DA VENDA, GERA O     *
      *       REPASSE AO DONO (VALOR E VENCIMENTO = DATA DA VENDA + *
      *       DIAS DE REPASSE DO CONTRATO) E IMPRIME O EXTRATO DE   *
      *       ACERTO EM ACERTCSG.TXT (VAI PARA O SPOOL);            *
      *   E = ESTORNO DA VENDA (EXCLUSAO OU DISTRATO): A            *
      *       CONSIGNACAO VENDIDA NAQUELA DATA VOLTA A SER ATIVA E  *
      *       O REPASSE E APAGADO. REPASSE JA PAGO DEVOLVE AVISO;   *
      *   R = REIMPRIME O EXTRATO DE UMA CONSIGNACAO VENDIDA.       *
      * REPASSE: VENDA MENOS A COMISSAO DA LOJA (P = PERCENTUAL     *
      * SOBRE A VENDA, V = TAXA FIXA), NUNCA ABAIXO DO LIQUIDO      *
      * COMBINADO COM O DONO. A RECEITA DA LOJA E VENDA - REPASSE.  *
      *                                                             *
      * PARAMETROS: FUNCAO X(1), PLACA X(7), DATA DA VENDA DDMMAAAA *
      * 9(8), VALOR DA VENDA 9(8)V99, COMPRADOR X(30), RETORNO X(1) *
      * (S = ACERTO FEITO, N = PLACA SEM CONSIGNACAO NA SITUACAO    *
      * ESPERADA) E MENSAGEM X(50).                                 *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-CSG.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-CAR.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
           SELECT ACERTCSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ACERT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ACERTCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACERTCSG.TXT".
       01 LINHA-ACERT PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "ACECSG".
       01 W-SPARQ       PIC X(14) VALUE "ACERTCSG.TXT".
       01 ST-CSG        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-CAR        PIC X(02) VALUE "00".
       01 ST-ACERT      PIC X(02) VALUE "00".
       01 ST-VDA        PIC X(02) VALUE "00".
       01 W-VLRCOMIS    PIC 9(08)V99 VALUE ZEROS.
       01 W-RECLOJA     PIC S9(08)V99 VALUE ZEROS.
       01 W-CONTDIA     PIC 9(03) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-RESTO4      PIC 9(02) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-CPF          PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
          03 W-CPF1      PIC 9(03).
          03 W-CPF2      PIC 9(03).
          03 W-CPF3      PIC 9(03).
          03 W-CPFDV     PIC 9(02).
      *
       01 LIN-TITULO.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 FILLER        PIC X(50) VALUE
             "EXTRATO DE ACERTO DE VEICULO EM CONSIGNACAO".
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-TEXTO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LX-TEXTO      PIC X(76).
          03 FILLER        PIC X(02) VALUE SPACES.

       01 LIN-DONO.
          03 FILLER        PIC X(14) VALUE "CONSIGNANTE : ".
          03 LDO-COD       PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LDO-NOME      PIC X(30).
          03 FILLER        PIC X(08) VALUE "  CPF : ".
          03 LDO-CPF1      PIC 999.
          03 FILLER        PIC X(01) VALUE ".".
          03 LDO-CPF2      PIC 999.
          03 FILLER        PIC X(01) VALUE ".".
          03 LDO-CPF3      PIC 999.
          03 FILLER        PIC X(01) VALUE "-".
          03 LDO-CPFDV     PIC 99.
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-VEIC.
          03 FILLER        PIC X(14) VALUE "VEICULO     : ".
          03 LVE-PLACA     PIC X(07).
          03 FILLER        PIC X(10) VALUE "  MARCA : ".
          03 LVE-MARCA     PIC X(02).
          03 FILLER        PIC X(09) VALUE "  MOD. : ".
          03 LVE-MODELO    PIC 9(03).
          03 FILLER        PIC X(08) VALUE "  ANO : ".
          03 LVE-ANO       PIC 9(04).
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-CONTR.
          03 FILLER        PIC X(24) VALUE "CONSIGNADO EM         : ".
          03 LCO-DTINI     PIC 99/99/9999.
          03 FILLER        PIC X(14) VALUE "  VALIDO ATE ".
          03 LCO-DTEXPIR   PIC 99/99/9999.
          03 FILLER        PIC X(22) VALUE SPACES.

       01 LIN-COMPR.
          03 FILLER        PIC X(14) VALUE "COMPRADOR   : ".
          03 LCP-NOME      PIC X(30).
          03 FILLER        PIC X(10) VALUE "  VENDA : ".
          03 LCP-DTVENDA   PIC 99/99/9999.
          03 FILLER        PIC X(16) VALUE SPACES.

       01 LIN-VALOR.
          03 LVL-ROTULO    PIC X(40).
          03 LVL-VALOR     PIC -Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LVL-COMPL     PIC X(25).

       01 LIN-COMIS.
          03 FILLER        PIC X(40) VALUE
             "COMISSAO/TAXA DA LOJA PELO CONTRATO   :".
          03 LCM-VALOR     PIC -Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE "  (".
          03 LCM-PCT       PIC ZZ9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LCM-TXT       PIC X(11).
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LIN-VENCTO.
          03 FILLER        PIC X(40) VALUE
             "VENCIMENTO DO REPASSE AO CONSIGNANTE  :".
          03 LVC-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-PAGO.
          03 FILLER        PIC X(40) VALUE
             "REPASSE PAGO EM                       :".
          03 LPG-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-ASSIN.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE ALL "_".
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE ALL "_".
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-ASSNOME.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE "LOJA".
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(34) VALUE "CONSIGNANTE".
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-SEP2      PIC X(80) VALUE ALL "=".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-CSFUNC      PIC X(1).
       01 W-CSPLACA     PIC X(7).
       01 W-CSDTVDA     PIC 9(8).
       01 W-CSVALOR     PIC 9(8)V99.
       01 W-CSCOMPR     PIC X(30).
       01 W-CSRET       PIC X(1).
       01 W-CSMENS      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CSFUNC W-CSPLACA W-CSDTVDA
                                W-CSVALOR W-CSCOMPR W-CSRET
                                W-CSMENS.
       INICIO.
       R0.
           MOVE "N" TO W-CSRET
           MOVE SPACES TO W-CSMENS
           IF W-CSFUNC NOT = "V" AND W-CSFUNC NOT = "E"
              AND W-CSFUNC NOT = "R"
              MOVE "FUNCAO INVALIDA NO ACERTO DA CONSIGNACAO"
                                                   TO W-CSMENS
              GO TO ROT-FIM2.
           OPEN I-O CADCSG
           IF ST-CSG NOT = "00"
              GO TO ROT-FIM2.
           MOVE W-CSPLACA TO CSG-PLACA
           READ CADCSG
           IF ST-CSG NOT = "00"
              GO TO ROT-FIM.
           IF W-CSFUNC = "E"
              GO TO R2.
           IF W-CSFUNC = "R"
              IF CSG-SIT = "V"
                 GO TO R3
              ELSE
                 MOVE "CONSIGNACAO NAO VENDIDA - SEM EXTRATO"
                                                   TO W-CSMENS
                 GO TO ROT-FIM.
      *
      *********************************************************
      * VENDA: SO A CONSIGNACAO ATIVA E ACERTADA               *
      *********************************************************
       R1.
           IF CSG-SIT NOT = "A"
              GO TO ROT-FIM.
           MOVE W-CSDTVDA TO CSG-DTVENDA
           MOVE W-CSVALOR TO CSG-VLRVENDA
           IF CSG-TPCOMIS = "P"
              COMPUTE W-VLRCOMIS ROUNDED =
                      W-CSVALOR * CSG-COMIS / 100
           ELSE
              MOVE CSG-COMIS TO W-VLRCOMIS.
           IF W-VLRCOMIS > W-CSVALOR
              MOVE W-CSVALOR TO W-VLRCOMIS.
           COMPUTE CSG-VLRREP = W-CSVALOR - W-VLRCOMIS
           IF CSG-VLRREP < CSG-VLRLIQ
              MOVE CSG-VLRLIQ TO CSG-VLRREP.
           IF CSG-DIASREP = ZEROS
              MOVE 5 TO CSG-DIASREP.
           MOVE W-CSDTVDA TO W-DTDMA8
           MOVE ZEROS TO W-CONTDIA
           PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
                   UNTIL W-CONTDIA NOT < CSG-DIASREP
           MOVE W-DTDMA8 TO CSG-DTVENCREP
           MOVE ZEROS TO CSG-DTPAGREP
           MOVE "V" TO CSG-SIT
           REWRITE REGCSG
           IF ST-CSG NOT = "00"
              MOVE "ERRO NA GRAVACAO DA CONSIGNACAO (CADCSG)"
                                                   TO W-CSMENS
              GO TO ROT-FIM.
           MOVE "S" TO W-CSRET
           MOVE "CONSIGNACAO: REPASSE GERADO - EXTRATO ACERTCSG.TXT"
                                                   TO W-CSMENS
           GO TO R3.
      *
      *********************************************************
      * ESTORNO: SO A CONSIGNACAO VENDIDA NA DATA INFORMADA    *
      *********************************************************
       R2.
           IF CSG-SIT NOT = "V" OR CSG-DTVENDA NOT = W-CSDTVDA
              GO TO ROT-FIM.
           MOVE "CONSIGNACAO VOLTOU A SER ATIVA - REPASSE APAGADO"
                                                   TO W-CSMENS
           IF CSG-DTPAGREP NOT = ZEROS
              MOVE "ATENCAO: REPASSE JA PAGO AO DONO - ACERTAR COM ELE"
                                                   TO W-CSMENS.
           MOVE "A" TO CSG-SIT
           MOVE ZEROS TO CSG-DTVENDA CSG-VLRVENDA CSG-VLRREP
                         CSG-DTVENCREP CSG-DTPAGREP
           REWRITE REGCSG
           IF ST-CSG NOT = "00"
              MOVE "ERRO NA GRAVACAO DA CONSIGNACAO (CADCSG)"
                                                   TO W-CSMENS
              GO TO ROT-FIM.
           MOVE "S" TO W-CSRET
           GO TO ROT-FIM.
      *
      *********************************************************
      * EXTRATO DE ACERTO (ACERTCSG.TXT)                       *
      *********************************************************
       R3.
           OPEN OUTPUT ACERTCSG
           IF ST-ACERT NOT = "00"
              MOVE "ERRO NA CRIACAO DO ARQUIVO ACERTCSG.TXT"
                                                   TO W-CSMENS
              GO TO ROT-FIM.
           MOVE SPACES TO CLI-NOME
           MOVE ZEROS  TO CLI-DOC
           OPEN INPUT CADCLI
           IF ST-CLI = "00"
              MOVE CSG-CODCLI TO CLI-COD
              READ CADCLI
              IF ST-CLI NOT = "00"
                 MOVE SPACES TO CLI-NOME
                 MOVE ZEROS  TO CLI-DOC
              END-IF
              CLOSE CADCLI.
           MOVE SPACES TO MARCA-CAR
           MOVE ZEROS  TO MODELO-CAR ANOFABC-CAR
           OPEN INPUT CADCAR
           IF ST-CAR = "00"
              MOVE CSG-PLACA TO PLACA-CAR
              READ CADCAR
              IF ST-CAR NOT = "00"
                 MOVE SPACES TO MARCA-CAR
                 MOVE ZEROS  TO MODELO-CAR ANOFABC-CAR
              END-IF
              CLOSE CADCAR.
      *    NA REIMPRESSAO O COMPRADOR VEM DA PROPRIA VENDA
           IF W-CSCOMPR = SPACES
              OPEN INPUT CADVDA
              IF ST-VDA = "00"
                 MOVE CSG-PLACA   TO PLACA
                 MOVE CSG-DTVENDA TO DTAVENDA
                 READ CADVDA
                 IF ST-VDA = "00"
                    MOVE COMPRADOR TO W-CSCOMPR
                 END-IF
                 CLOSE CADVDA.
           IF CSG-TPCOMIS = "P"
              COMPUTE W-VLRCOMIS ROUNDED =
                      CSG-VLRVENDA * CSG-COMIS / 100
           ELSE
              MOVE CSG-COMIS TO W-VLRCOMIS.
           COMPUTE W-RECLOJA = CSG-VLRVENDA - CSG-VLRREP
           WRITE LINHA-ACERT FROM LIN-TITULO
           WRITE LINHA-ACERT FROM LIN-SEP2
           WRITE LINHA-ACERT FROM LIN-BRANCO
           MOVE CSG-CODCLI TO LDO-COD
           MOVE CLI-NOME   TO LDO-NOME
           MOVE CLI-DOC    TO W-CPF
           MOVE W-CPF1     TO LDO-CPF1
           MOVE W-CPF2     TO LDO-CPF2
           MOVE W-CPF3     TO LDO-CPF3
           MOVE W-CPFDV    TO LDO-CPFDV
           WRITE LINHA-ACERT FROM LIN-DONO
           MOVE CSG-PLACA   TO LVE-PLACA
           MOVE MARCA-CAR   TO LVE-MARCA
           MOVE MODELO-CAR  TO LVE-MODELO
           MOVE ANOFABC-CAR TO LVE-ANO
           WRITE LINHA-ACERT FROM LIN-VEIC
           MOVE CSG-DTINI   TO LCO-DTINI
           MOVE CSG-DTEXPIR TO LCO-DTEXPIR
           WRITE LINHA-ACERT FROM LIN-CONTR
           MOVE W-CSCOMPR   TO LCP-NOME
           MOVE CSG-DTVENDA TO LCP-DTVENDA
           WRITE LINHA-ACERT FROM LIN-COMPR
           WRITE LINHA-ACERT FROM LIN-BRANCO
           MOVE "VALOR DA VENDA                        :"
                                                 TO LVL-ROTULO
           MOVE CSG-VLRVENDA TO LVL-VALOR
           MOVE SPACES       TO LVL-COMPL
           WRITE LINHA-ACERT FROM LIN-VALOR
           MOVE W-VLRCOMIS TO LCM-VALOR
           MOVE ZEROS TO LCM-PCT
           MOVE "TAXA FIXA)" TO LCM-TXT
           IF CSG-TPCOMIS = "P"
              MOVE CSG-COMIS TO LCM-PCT
              MOVE "% DA VENDA)" TO LCM-TXT.
           WRITE LINHA-ACERT FROM LIN-COMIS
           MOVE "LIQUIDO MINIMO COMBINADO              :"
                                                 TO LVL-ROTULO
           MOVE CSG-VLRLIQ TO LVL-VALOR
           MOVE SPACES     TO LVL-COMPL
           WRITE LINHA-ACERT FROM LIN-VALOR
           WRITE LINHA-ACERT FROM LIN-BRANCO
           MOVE "REPASSE AO CONSIGNANTE                :"
                                                 TO LVL-ROTULO
           MOVE CSG-VLRREP TO LVL-VALOR
           MOVE SPACES     TO LVL-COMPL
           WRITE LINHA-ACERT FROM LIN-VALOR
           MOVE "RECEITA DA LOJA (VENDA - REPASSE)     :"
                                                 TO LVL-ROTULO
           MOVE W-RECLOJA TO LVL-VALOR
           WRITE LINHA-ACERT FROM LIN-VALOR
           MOVE CSG-DTVENCREP TO LVC-DATA
           WRITE LINHA-ACERT FROM LIN-VENCTO
           IF CSG-DTPAGREP NOT = ZEROS
              MOVE CSG-DTPAGREP TO LPG-DATA
              WRITE LINHA-ACERT FROM LIN-PAGO.
           WRITE LINHA-ACERT FROM LIN-BRANCO
           MOVE "O CONSIGNANTE DECLARA QUE, RECEBIDO O REPASSE ACIMA,"
                                                           TO LX-TEXTO
           WRITE LINHA-ACERT FROM LIN-TEXTO
           MOVE "NADA MAIS TEM A RECLAMAR SOBRE A VENDA DO VEICULO."
                                                           TO LX-TEXTO
           WRITE LINHA-ACERT FROM LIN-TEXTO
           WRITE LINHA-ACERT FROM LIN-BRANCO
           WRITE LINHA-ACERT FROM LIN-BRANCO
           WRITE LINHA-ACERT FROM LIN-ASSIN
           WRITE LINHA-ACERT FROM LIN-ASSNOME
           CLOSE ACERTCSG
      *    GUARDA O EXTRATO NO SPOOL (VER SPOOLREG/CONSPOOL)
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ
           IF W-CSFUNC = "R"
              MOVE "S" TO W-CSRET
              MOVE "EXTRATO DE ACERTO REIMPRESSO EM ACERTCSG.TXT"
                                                   TO W-CSMENS.
      *
       ROT-FIM.
           CLOSE CADCSG.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *********************************************************
      * SOMA UM DIA A DATA DDMMAAAA DE W-DTDMA (VENCIMENTO DO  *
      * REPASSE)                                               *
      *********************************************************
       ROT-SOMA-DIA.
           ADD 1 TO W-CONTDIA
           ADD 1 TO W-DIAD
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              MOVE 01 TO W-DIAD
              ADD 1 TO W-MESD
              IF W-MESD > 12
                 MOVE 01 TO W-MESD
                 ADD 1 TO W-ANOD.
       ROT-SOMA-DIA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-MESD/W-ANOD
       ROT-DIAS-MES.
           EVALUATE W-MESD
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-ANOD BY 4 GIVING W-QUOC4
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
