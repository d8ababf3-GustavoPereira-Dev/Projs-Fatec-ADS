       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPRC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CALCULO DO PRECO DE VENDA DE UM VEICULO DO ESTOQUE -         *
      * CHAMADO PELA VENDA (CADVDA) E PELA ATUALIZACAO DA TABELA DE  *
      * PRECOS (FPP025):                                             *
      *   CUSTO  = COMPRA + PREPARACAO (CADAQUIS) + MANUTENCOES      *
      *            (CADMANUT) A PARTIR DA DATA DA COMPRA             *
      *   PISO   = CUSTO + MARGEM MINIMA (%)                         *
      *   PEDIDO = CUSTO + MARGEM DO PEDIDO (%), NUNCA ABAIXO DO PISO*
      * AS MARGENS VEM DO CADMARGV (MARCA + MODELO; SEM O MODELO,    *
      * MARCA + 000), E NA FALTA DOS DOIS DOS PARAMETROS 024         *
      * (PADRAO 10%) E 025 (PADRAO 20%) DO CADPARAM NA COMPETENCIA   *
      * DA DATA INFORMADA.                                           *
      *                                                              *
      * VEICULO EM CONSIGNACAO ATIVA (CADCSG) NAO TEM COMPRA:        *
      *   CUSTO  = LIQUIDO COMBINADO COM O DONO + MANUTENCOES A      *
      *            PARTIR DA DATA DO CONTRATO                        *
      *   PISO   = CUSTO + COMISSAO DO CONTRATO (TAXA FIXA, OU O     *
      *            PRECO EM QUE O PERCENTUAL DA LOJA COBRE O CUSTO)  *
      *   PEDIDO = CUSTO + MARGEM DO PEDIDO (%), NUNCA ABAIXO DO PISO*
      *                                                              *
      * PARAMETROS: PLACA X(7), MARCA X(2), MODELO 9(3), DATA        *
      * DDMMAAAA 9(8), CUSTO, PISO E PEDIDO 9(9)V99 (DEVOLVIDOS),    *
      * RETORNO X(1) (S = CALCULADO, N = SEM FICHA DE AQUISICAO NEM  *
      * CONSIGNACAO) E MENSAGEM X(50).                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-AQUIS.
      *
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-CSG.
      *
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-MANUT.
      *
           SELECT CADMARGV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMARGV
                    FILE STATUS  IS ST-MARGV.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMANUT.
             05 PLACA-M       PIC X(7).
             05 DTMANUT.
                07 DIAMANUT   PIC 9(2).
                07 MESMANUT   PIC 9(2).
                07 ANOMANUT   PIC 9(4).
          03 KMMANUT          PIC 9(7).
          03 DESCMANUT        PIC X(40).
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADMARGV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGV.DAT".
       01 REGMARGV.
          03 CHAVEMARGV.
             05 MRG-MARCA     PIC X(02).
             05 MRG-MODELO    PIC 9(03).
          03 MRG-PCTPISO      PIC 9(02)V99.
          03 MRG-PCTPEDIDO    PIC 9(02)V99.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-AQUIS      PIC X(02) VALUE "00".
       01 ST-MANUT      PIC X(02) VALUE "00".
       01 ST-MARGV      PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 ST-CSG        PIC X(02) VALUE "00".
       01 W-TEMAQUIS    PIC X(01) VALUE "N".
       01 W-EHCSG       PIC X(01) VALUE "N".
       01 W-VLRBASE     PIC 9(09)V99 VALUE ZEROS.
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-ACHOUMRG    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PCTPISO     PIC 9(02)V99 VALUE ZEROS.
       01 W-PCTPEDIDO   PIC 9(02)V99 VALUE ZEROS.
       01 W-SOMAMANUT   PIC 9(09)V99 VALUE ZEROS.
       01 W-COMPRA8     PIC 9(08) VALUE ZEROS.
       01 W-MANUT8      PIC 9(08) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-PRPLACA     PIC X(7).
       01 W-PRMARCA     PIC X(2).
       01 W-PRMODELO    PIC 9(3).
       01 W-PRDATA      PIC 9(8).
       01 W-PRCUSTO     PIC 9(9)V99.
       01 W-PRPISO      PIC 9(9)V99.
       01 W-PRPEDIDO    PIC 9(9)V99.
       01 W-PRRET       PIC X(1).
       01 W-PRMENS      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-PRPLACA W-PRMARCA W-PRMODELO
                                W-PRDATA W-PRCUSTO W-PRPISO
                                W-PRPEDIDO W-PRRET W-PRMENS.
       INICIO.
       R0.
           MOVE "N" TO W-PRRET
           MOVE SPACES TO W-PRMENS
           MOVE ZEROS TO W-PRCUSTO W-PRPISO W-PRPEDIDO
           MOVE W-PRDATA TO W-DTDMA8
           COMPUTE W-PARAMCOMP = (W-ANOD * 100) + W-MESD
           MOVE "N" TO W-TEMAQUIS
           PERFORM ROT-LE-CSG THRU ROT-LE-CSG-FIM
           IF W-EHCSG = "S"
              GO TO R1-MANUT.
           OPEN INPUT CADAQUIS
           IF ST-AQUIS NOT = "00"
              MOVE "SEM FICHA DE AQUISICAO (CADAQUIS)" TO W-PRMENS
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAQUIS.
      *
      *********************************************************
      * CUSTO: COMPRA + PREPARACAO + MANUTENCOES DESDE A       *
      * COMPRA (CARRO QUE VOLTA NA TROCA NAO HERDA AS          *
      * MANUTENCOES DA PASSAGEM ANTERIOR PELO PATIO)           *
      *********************************************************
       R1.
           MOVE W-PRPLACA TO AQ-PLACA
           READ CADAQUIS
           IF ST-AQUIS NOT = "00"
              MOVE "SEM FICHA DE AQUISICAO (CADAQUIS)" TO W-PRMENS
              GO TO ROT-FIM.
           COMPUTE W-COMPRA8 = (AQ-CMPANO * 10000)
                  + (AQ-CMPMES * 100) + AQ-CMPDIA
           COMPUTE W-VLRBASE = AQ-VLRCOMPRA + AQ-VLRPREP.
       R1-MANUT.
           MOVE ZEROS TO W-SOMAMANUT
           OPEN INPUT CADMANUT
           IF ST-MANUT NOT = "00"
              GO TO R1-CUSTO.
           MOVE W-PRPLACA TO PLACA-M
           MOVE ZEROS TO DTMANUT
           START CADMANUT KEY IS NOT LESS CHAVEMANUT
                 INVALID KEY
                    GO TO R1-FIM.
       R1-RD.
           READ CADMANUT NEXT RECORD
                AT END
                   GO TO R1-FIM
           END-READ
           IF ST-MANUT NOT = "00" OR PLACA-M NOT = W-PRPLACA
              GO TO R1-FIM.
           COMPUTE W-MANUT8 = (ANOMANUT * 10000)
                  + (MESMANUT * 100) + DIAMANUT
           IF W-MANUT8 NOT < W-COMPRA8
              ADD VALORMANUT TO W-SOMAMANUT.
           GO TO R1-RD.
       R1-FIM.
           CLOSE CADMANUT.
       R1-CUSTO.
           COMPUTE W-PRCUSTO = W-VLRBASE + W-SOMAMANUT.
      *
      *********************************************************
      * MARGENS: MODELO, MARCA (MODELO 000) OU PARAMETRO       *
      *********************************************************
       R2.
           MOVE "N" TO W-ACHOUMRG
           OPEN INPUT CADMARGV
           IF ST-MARGV NOT = "00"
              GO TO R2-PARAM.
           MOVE W-PRMARCA  TO MRG-MARCA
           MOVE W-PRMODELO TO MRG-MODELO
           READ CADMARGV
           IF ST-MARGV NOT = "00" AND W-PRMODELO NOT = ZEROS
              MOVE ZEROS TO MRG-MODELO
              READ CADMARGV.
           IF ST-MARGV = "00"
              MOVE "S" TO W-ACHOUMRG
              MOVE MRG-PCTPISO   TO W-PCTPISO
              MOVE MRG-PCTPEDIDO TO W-PCTPEDIDO.
           CLOSE CADMARGV.
       R2-PARAM.
           IF W-ACHOUMRG = "S"
              GO TO R3.
           MOVE 10 TO W-PCTPISO
           MOVE 20 TO W-PCTPEDIDO
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-PARAM NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 024 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTPISO
              END-IF
              MOVE 025 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTPEDIDO
              END-IF
              CLOSE CADPARAM.
      *
       R3.
           COMPUTE W-PRPISO ROUNDED =
                   W-PRCUSTO + (W-PRCUSTO * W-PCTPISO / 100)
           COMPUTE W-PRPEDIDO ROUNDED =
                   W-PRCUSTO + (W-PRCUSTO * W-PCTPEDIDO / 100)
           IF W-EHCSG = "S"
              IF CSG-TPCOMIS = "P"
                 COMPUTE W-PRPISO ROUNDED =
                         W-PRCUSTO * 100 / (100 - CSG-COMIS)
              ELSE
                 COMPUTE W-PRPISO = W-PRCUSTO + CSG-COMIS.
           IF W-PRPEDIDO < W-PRPISO
              MOVE W-PRPISO TO W-PRPEDIDO.
           MOVE "S" TO W-PRRET.
      *
       ROT-FIM.
           IF W-TEMAQUIS = "S"
              CLOSE CADAQUIS.
       ROT-FIM2.
           EXIT PROGRAM.
      *
      *********************************************************
      * CONSIGNACAO ATIVA DA PLACA (CADCSG): A BASE DO CUSTO E *
      * O LIQUIDO DO DONO E AS MANUTENCOES CONTAM DESDE A DATA *
      * DO CONTRATO                                            *
      *********************************************************
       ROT-LE-CSG.
           MOVE "N" TO W-EHCSG
           OPEN INPUT CADCSG
           IF ST-CSG NOT = "00"
              GO TO ROT-LE-CSG-FIM.
           MOVE W-PRPLACA TO CSG-PLACA
           READ CADCSG
           IF ST-CSG = "00" AND CSG-SIT = "A"
              MOVE "S" TO W-EHCSG
              MOVE CSG-VLRLIQ TO W-VLRBASE
              COMPUTE W-COMPRA8 = (CSG-ANOINI * 10000)
                     + (CSG-MESINI * 100) + CSG-DIAINI.
           CLOSE CADCSG.
       ROT-LE-CSG-FIM.
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
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
