      * (PRIMEIRA TRANSFERENCIA) MOSTRA AINDA A MARGEM: CUSTO DE    *
      * COMPRA E PREPARACAO (CADAQUIS) MAIS AS MANUTENCOES          *
      * ACUMULADAS (CADMANUT) CONTRA O VALOR DE VENDA, COM O LUCRO  *
      * E OS DIAS DE PATIO. CADA VEICULO MOSTRA A MARCA (CADMARCA)  *
      * E O MODELO (CADMODV) E O RELATORIO FECHA COM OS TOTAIS DE   *
      * VEICULOS, TRANSFERENCIAS E LUCRO POR MARCA E POR MODELO.    *
      * VEICULO VENDIDO EM CONSIGNACAO (CADCSG) NAO TEM CUSTO DE    *
      * COMPRA: A LINHA MOSTRA A VENDA, O REPASSE AO DONO E A       *
      * RECEITA DA LOJA (VENDA - REPASSE), QUE ENTRA COMO LUCRO.    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MARCA-COD
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS MARCA-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT RELHISTVDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
             04 MESSEG     PIC 9(02).
             04 ANOSEG     PIC 9(04).
          03 DTSEGURO1 REDEFINES DTSEGURO PIC 9(08).
          03 MODELO        PIC 9(3).
          03 CHASSI        PIC X(17).
          03 RENAVAM       PIC 9(11).
          03 SIT           PIC X(1).
      *
       FD CADVDA
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
          03 MARCA-COD        PIC X(02).
          03 MARCA-NOME       PIC X(15).
      *
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
          03 CHAVEMODV.
             05 MOD-MARCA     PIC X(02).
             05 MOD-COD       PIC 9(03).
          03 MOD-NOME         PIC X(20).
          03 MOD-VERSAO       PIC X(15).
          03 MOD-COMBUST      PIC X(01).
          03 MOD-TANQUE       PIC 9(03).
          03 MOD-KMLREF       PIC 9(02)V99.
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
       FD RELHISTVDA
               LABEL RECORD IS STANDARD
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-MARCAOK     PIC X(01) VALUE "N".
       01 W-MODVOK      PIC X(01) VALUE "N".
       01 W-VDAOK       PIC X(01) VALUE "N".
       01 W-AQOK        PIC X(01) VALUE "N".
       01 W-MANOK       PIC X(01) VALUE "N".
       01 W-CSGOK       PIC X(01) VALUE "N".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TOTCSG      PIC 9(05) VALUE ZEROS.
       01 W-DTVDA1.
          03 W-VDADIA   PIC 9(2).
          03 W-VDAMES   PIC 9(2).
       01 W-CONTVDA     PIC 9(02) VALUE ZEROS.
       01 W-TOTVEIC     PIC 9(04) VALUE ZEROS.
       01 W-TOTVDA      PIC 9(05) VALUE ZEROS.
       01 W-LUCROVEIC   PIC S9(9)V99 VALUE ZEROS.
       01 W-IDX         PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-QTDMARCAS   PIC 9(03) VALUE ZEROS.
       01 W-QTDMODELOS  PIC 9(03) VALUE ZEROS.

       01 TABMARCAS.
          03 TB-MARCA OCCURS 50 TIMES.
             05 TBM-MARCA    PIC X(02).
             05 TBM-VEIC     PIC 9(04).
             05 TBM-VDA      PIC 9(05).
             05 TBM-LUCRO    PIC S9(9)V99.

       01 TABMODELOS.
          03 TB-MODELO OCCURS 100 TIMES.
             05 TBD-MARCA    PIC X(02).
             05 TBD-MODELO   PIC 9(03).
             05 TBD-VEIC     PIC 9(04).
             05 TBD-VDA      PIC 9(05).
             05 TBD-LUCRO    PIC S9(9)V99.

       01 LIN-TITULO    PIC X(90) VALUE
          "*** HISTORICO DE TRANSFERENCIA DE VEICULOS ***".
          03 FILLER        PIC X(22) VALUE "PROPRIETARIO ORIGINAL:".
          03 LCV-NOMEPROP  PIC X(30) VALUE SPACES.

       01 LIN-MODVEIC.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(08) VALUE "MARCA : ".
          03 LMV-MARCA     PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LMV-NOMEMARCA PIC X(15).
          03 FILLER        PIC X(10) VALUE "  MODELO: ".
          03 LMV-MODELO    PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LMV-NOMEMOD   PIC X(20).
          03 FILLER        PIC X(25) VALUE SPACES.

       01 LIN-DET.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(04) VALUE "SEQ ".
          03 FILLER        PIC X(14) VALUE "  DIAS PATIO: ".
          03 LM-DIAS       PIC ZZZZ9.

       01 LIN-CONSIG.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(13) VALUE "CONSIGNACAO: ".
          03 FILLER        PIC X(08) VALUE "REPASSE ".
          03 LCS-REPASSE   PIC Z(7)9,99.
          03 FILLER        PIC X(10) VALUE "  RECEITA ".
          03 LCS-RECEITA   PIC -Z(7)9,99.
          03 FILLER        PIC X(12) VALUE "  DIAS PATIO".
          03 FILLER        PIC X(02) VALUE ": ".
          03 LCS-DIAS      PIC ZZZZ9.

       01 LIN-SEMAQ     PIC X(90) VALUE
          "     (SEM FICHA DE AQUISICAO - MARGEM NAO CALCULADA)".

          03 FILLER        PIC X(24) VALUE "LUCRO TOTAL DAS VENDAS :".
          03 LG-TOTLUCRO   PIC -Z(8)9,99.

       01 LIN-SEP       PIC X(90) VALUE ALL "-".
       01 LIN-CABMARCA  PIC X(90) VALUE "TOTAIS POR MARCA:".
       01 LIN-CABMOD    PIC X(90) VALUE "TOTAIS POR MODELO:".

       01 LIN-TOTMARCA.
          03 FILLER        PIC X(06) VALUE "MARCA ".
          03 LTM-MARCA     PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTM-NOME      PIC X(15).
          03 FILLER        PIC X(10) VALUE " VEICULOS:".
          03 LTM-VEIC      PIC ZZZ9.
          03 FILLER        PIC X(09) VALUE " TRANSF.:".
          03 LTM-VDA       PIC Z(4)9.
          03 FILLER        PIC X(07) VALUE " LUCRO:".
          03 LTM-LUCRO     PIC -Z(8)9,99.
          03 FILLER        PIC X(18) VALUE SPACES.

       01 LIN-TOTMOD.
          03 FILLER        PIC X(07) VALUE "MODELO ".
          03 LTD-MARCA     PIC X(02).
          03 FILLER        PIC X(01) VALUE "-".
          03 LTD-MODELO    PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTD-NOME      PIC X(20).
          03 FILLER        PIC X(10) VALUE " VEICULOS:".
          03 LTD-VEIC      PIC ZZZ9.
          03 FILLER        PIC X(09) VALUE " TRANSF.:".
          03 LTD-VDA       PIC Z(4)9.
          03 FILLER        PIC X(07) VALUE " LUCRO:".
          03 LTD-LUCRO     PIC -Z(8)9,99.
          03 FILLER        PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADMANUT
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-MANOK.
       R0B3.
           MOVE "S" TO W-MARCAOK
           OPEN INPUT CADMARCA
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-MARCAOK.
           MOVE "S" TO W-MODVOK
           OPEN INPUT CADMODV
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-MODVOK.
           MOVE "S" TO W-CSGOK
           OPEN INPUT CADCSG
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-CSGOK.
       R0C.
           OPEN OUTPUT RELHISTVDA
           IF ST-ERRO3 NOT = "00"
           MOVE PLACA    TO LCV-PLACA
           MOVE NOMEPROP TO LCV-NOMEPROP
           WRITE LINHA-REL FROM LIN-CABVEIC
           PERFORM ROT-NOME-MODELO THRU ROT-NOME-MODELO-FIM
           WRITE LINHA-REL FROM LIN-MODVEIC
           ADD 1 TO W-TOTVEIC
           MOVE ZEROS TO W-LUCROVEIC
           PERFORM ROT-VENDAS THRU ROT-VENDAS-FIM
           IF W-CONTVDA > ZEROS
              PERFORM ROT-MARGEM THRU ROT-MARGEM-FIM
           END-IF
           PERFORM ROT-SOMA-MARCA THRU ROT-SOMA-MARCA-FIM
           PERFORM ROT-SOMA-MODELO THRU ROT-SOMA-MODELO-FIM
           WRITE LINHA-REL FROM LIN-BRANCO.
       R2-FIM.
           EXIT.
      * LUCRO E OS DIAS DE PATIO (ANO COMERCIAL)               *
      *********************************************************
       ROT-MARGEM.
           IF W-CSGOK NOT = "S"
              GO TO ROT-MARGEM-AQ.
           MOVE PLACA TO CSG-PLACA
           READ CADCSG
           IF ST-ERRO8 = "00" AND CSG-SIT = "V"
              AND CSG-DTVENDA = W-DTVDA1
              GO TO ROT-MARGEM-CSG.
       ROT-MARGEM-AQ.
           IF W-AQOK NOT = "S"
              GO TO ROT-MARGEM-SEM.
           MOVE PLACA TO AQ-PLACA
           MOVE W-DIASPATIO TO LM-DIAS
           WRITE LINHA-REL FROM LIN-MARGEM
           ADD W-LUCRO TO W-TOTLUCRO
           MOVE W-LUCRO TO W-LUCROVEIC
           GO TO ROT-MARGEM-FIM.
      *    CONSIGNADO: O LUCRO E A RECEITA DA LOJA SOBRE O REPASSE
       ROT-MARGEM-CSG.
           COMPUTE W-LUCRO = W-VLRVDA1 - CSG-VLRREP
           COMPUTE W-DIASPATIO =
                   ((W-VDAANO - CSG-ANOINI) * 360)
                 + ((W-VDAMES - CSG-MESINI) * 30)
                 + (W-VDADIA - CSG-DIAINI)
           IF W-DIASPATIO < ZEROS
              MOVE ZEROS TO W-DIASPATIO.
           MOVE CSG-VLRREP  TO LCS-REPASSE
           MOVE W-LUCRO     TO LCS-RECEITA
           MOVE W-DIASPATIO TO LCS-DIAS
           WRITE LINHA-REL FROM LIN-CONSIG
           ADD W-LUCRO TO W-TOTLUCRO
           MOVE W-LUCRO TO W-LUCROVEIC
           ADD 1 TO W-TOTCSG
           GO TO ROT-MARGEM-FIM.
       ROT-MARGEM-SEM.
           WRITE LINHA-REL FROM LIN-SEMAQ.
           GO TO ROT-SOMA-MANUT-RD.
       ROT-SOMA-MANUT-FIM.
           EXIT.
      *
      *********************************************************
      * MARCA (CADMARCA) E MODELO (CADMODV) DO VEICULO         *
      *********************************************************
       ROT-NOME-MODELO.
           MOVE MARCA  TO LMV-MARCA
           MOVE MODELO TO LMV-MODELO
           MOVE SPACES TO LMV-NOMEMARCA
           MOVE "SEM MODELO" TO LMV-NOMEMOD
           IF W-MARCAOK = "S"
              MOVE MARCA TO MARCA-COD
              READ CADMARCA
              IF ST-ERRO6 = "00"
                 MOVE MARCA-NOME TO LMV-NOMEMARCA.
           IF W-MODVOK = "S"
              MOVE MARCA  TO MOD-MARCA
              MOVE MODELO TO MOD-COD
              READ CADMODV
              IF ST-ERRO7 = "00"
                 MOVE MOD-NOME TO LMV-NOMEMOD.
       ROT-NOME-MODELO-FIM.
           EXIT.
      *
      *********************************************************
      * ACUMULA O VEICULO NOS TOTAIS POR MARCA E POR MODELO    *
      *********************************************************
       ROT-SOMA-MARCA.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-SOMA-MARCA-V THRU ROT-SOMA-MARCA-V-F
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDMARCAS
                      OR W-IDXACH NOT = ZEROS
           IF W-IDXACH = ZEROS
              IF W-QTDMARCAS NOT < 50
                 GO TO ROT-SOMA-MARCA-FIM
              ELSE
                 ADD 1 TO W-QTDMARCAS
                 MOVE W-QTDMARCAS TO W-IDXACH
                 MOVE MARCA TO TBM-MARCA (W-IDXACH)
                 MOVE ZEROS TO TBM-VEIC (W-IDXACH)
                               TBM-VDA (W-IDXACH)
                               TBM-LUCRO (W-IDXACH).
           ADD 1           TO TBM-VEIC (W-IDXACH)
           ADD W-CONTVDA   TO TBM-VDA (W-IDXACH)
           ADD W-LUCROVEIC TO TBM-LUCRO (W-IDXACH).
       ROT-SOMA-MARCA-FIM.
           EXIT.
       ROT-SOMA-MARCA-V.
           IF TBM-MARCA (W-IDX) = MARCA
              MOVE W-IDX TO W-IDXACH.
       ROT-SOMA-MARCA-V-F.
           EXIT.
      *
       ROT-SOMA-MODELO.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-SOMA-MODELO-V THRU ROT-SOMA-MODELO-V-F
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDMODELOS
                      OR W-IDXACH NOT = ZEROS
           IF W-IDXACH = ZEROS
              IF W-QTDMODELOS NOT < 100
                 GO TO ROT-SOMA-MODELO-FIM
              ELSE
                 ADD 1 TO W-QTDMODELOS
                 MOVE W-QTDMODELOS TO W-IDXACH
                 MOVE MARCA  TO TBD-MARCA (W-IDXACH)
                 MOVE MODELO TO TBD-MODELO (W-IDXACH)
                 MOVE ZEROS TO TBD-VEIC (W-IDXACH)
                               TBD-VDA (W-IDXACH)
                               TBD-LUCRO (W-IDXACH).
           ADD 1           TO TBD-VEIC (W-IDXACH)
           ADD W-CONTVDA   TO TBD-VDA (W-IDXACH)
           ADD W-LUCROVEIC TO TBD-LUCRO (W-IDXACH).
       ROT-SOMA-MODELO-FIM.
           EXIT.
       ROT-SOMA-MODELO-V.
           IF TBD-MARCA (W-IDX) = MARCA
              AND TBD-MODELO (W-IDX) = MODELO
              MOVE W-IDX TO W-IDXACH.
       ROT-SOMA-MODELO-V-F.
           EXIT.
      *
       R7.
           MOVE TBM-MARCA (W-IDX) TO LTM-MARCA
           MOVE TBM-VEIC (W-IDX)  TO LTM-VEIC
           MOVE TBM-VDA (W-IDX)   TO LTM-VDA
           MOVE TBM-LUCRO (W-IDX) TO LTM-LUCRO
           MOVE SPACES TO LTM-NOME
           IF W-MARCAOK = "S"
              MOVE TBM-MARCA (W-IDX) TO MARCA-COD
              READ CADMARCA
              IF ST-ERRO6 = "00"
                 MOVE MARCA-NOME TO LTM-NOME.
           WRITE LINHA-REL FROM LIN-TOTMARCA.
       R7-FIM.
           EXIT.
      *
       R8.
           MOVE TBD-MARCA (W-IDX)  TO LTD-MARCA
           MOVE TBD-MODELO (W-IDX) TO LTD-MODELO
           MOVE TBD-VEIC (W-IDX)   TO LTD-VEIC
           MOVE TBD-VDA (W-IDX)    TO LTD-VDA
           MOVE TBD-LUCRO (W-IDX)  TO LTD-LUCRO
           MOVE "SEM MODELO" TO LTD-NOME
           IF W-MODVOK = "S"
              MOVE TBD-MARCA (W-IDX)  TO MOD-MARCA
              MOVE TBD-MODELO (W-IDX) TO MOD-COD
              READ CADMODV
              IF ST-ERRO7 = "00"
                 MOVE MOD-NOME TO LTD-NOME.
           WRITE LINHA-REL FROM LIN-TOTMOD.
       R8-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTVEIC TO LG-TOTVEIC
           WRITE LINHA-REL FROM LIN-TOTGERAL
           MOVE W-TOTLUCRO TO LG-TOTLUCRO
           WRITE LINHA-REL FROM LIN-TOTLUCRO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CABMARCA
           PERFORM R7 THRU R7-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDMARCAS
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CABMOD
           PERFORM R8 THRU R8-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDMODELOS
           WRITE LINHA-REL FROM LIN-SEP
           CLOSE CADCAR RELHISTVDA
           IF W-VDAOK = "S"
              CLOSE CADVDA.
              CLOSE CADAQUIS.
           IF W-MANOK = "S"
              CLOSE CADMANUT.
           IF W-MARCAOK = "S"
              CLOSE CADMARCA.
           IF W-MODVOK = "S"
              CLOSE CADMODV.
           IF W-CSGOK = "S"
              CLOSE CADCSG.
           DISPLAY "*** RELATORIO GERADO EM RELHISTVDA.TXT ***"
           DISPLAY "TOTAL DE VEICULOS       : " W-TOTVEIC
           DISPLAY "TOTAL DE TRANSFERENCIAS : " W-TOTVDA
           DISPLAY "LUCRO TOTAL DAS VENDAS  : " W-TOTLUCRO
           DISPLAY "VENDAS EM CONSIGNACAO   : " W-TOTCSG.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
