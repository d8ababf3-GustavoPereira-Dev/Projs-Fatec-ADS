      * LANCADA NA CONTABILIDADE (APPEND NO LANCCTB.TXT, DE-PARA    *
      * CADCTA, EVENTO 12, DEBITO+CREDITO) - A PLANILHA PARALELA    *
      * DA CONTABILIDADE PODE SER APOSENTADA.                       *
      * VEICULO EM CONSIGNACAO (CADCSG) E DO DONO, NAO DA LOJA, E   *
      * TAMBEM FICA FORA, MESMO QUE TENHA FICHA DE AQUISICAO.       *
      *   ACAO 1 = MANTER AS TAXAS POR MARCA (CADDEPTX)             *
      *   ACAO 2 = RODAR A DEPRECIACAO DA COMPETENCIA               *
      **************************************************************
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECTA
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT LANCCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADVDA
               LABEL RECORD IS STANDARD
                   05 CTA-EVENTO     PIC 9(02).
                03 CTA-CONTA         PIC 9(08).
                03 CTA-DESC          PIC X(30).
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
       FD LANCCTB
               LABEL RECORD IS STANDARD
       01 W-TOTPARC     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVEND     PIC 9(04) VALUE ZEROS.
       01 W-TOTCHEIO    PIC 9(04) VALUE ZEROS.
       01 W-TOTCSG      PIC 9(04) VALUE ZEROS.
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TEMCSG      PIC X(01) VALUE "N".
       01 W-CONTAACH    PIC 9(08) VALUE ZEROS.

       01 LIN-LANC.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO LANCCTB.TXT"
                 GO TO R5-FIM.
           MOVE ZEROS TO W-TOTVEIC W-TOTPARC W-TOTVEND W-TOTCHEIO
           MOVE ZEROS TO W-TOTCSG
           MOVE "N" TO W-TEMCSG
           OPEN INPUT CADCSG
           IF ST-ERRO8 = "00"
              MOVE "S" TO W-TEMCSG.
           MOVE "N" TO W-FIM
           PERFORM R6 THRU R6-FIM UNTIL W-FIM = "S"
           PERFORM R9 THRU R9-FIM
           IF ST-ERRO3 = "00"
              CLOSE CADVDA.
           IF W-TEMCSG = "S"
              CLOSE CADCSG.
           CLOSE CADAQUIS CADCAR CADDEPTX CADDEPRE CADCTA LANCCTB
           DISPLAY "*** DEPRECIACAO DA COMPETENCIA CONCLUIDA ***"
           DISPLAY "VEICULOS DEPRECIADOS   : " W-TOTVEIC
           DISPLAY "JA VENDIDOS, FORA      : " W-TOTVEND
           DISPLAY "CONSIGNADOS, FORA      : " W-TOTCSG
           DISPLAY "TOTALMENTE DEPRECIADOS : " W-TOTCHEIO
           DISPLAY "PARCELA TOTAL DO MES   : " W-TOTPARC.
       R5-FIM.
           IF W-VENDIDO = "S"
              ADD 1 TO W-TOTVEND
              GO TO R6-FIM.
      *    VEICULO CONSIGNADO NAO E PATRIMONIO DA LOJA
           IF W-TEMCSG = "S"
              MOVE AQ-PLACA TO CSG-PLACA
              READ CADCSG
              IF ST-ERRO8 = "00"
                 ADD 1 TO W-TOTCSG
                 GO TO R6-FIM.
      *    TAXA DA MARCA (OU PADRAO, MARCA EM BRANCO)
       R7.
           MOVE AQ-PLACA TO PLACA-CAR
