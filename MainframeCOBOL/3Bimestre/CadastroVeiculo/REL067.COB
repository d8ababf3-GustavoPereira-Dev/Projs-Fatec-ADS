      * REMESSA (REC-REMESSA = N) E SAI NA LISTA DE EXCECOES        *
      * RELREJC.TXT JUNTO COM OS SEM PARCELA DE ORIGEM. O           *
      * ENVELHECIMENTO DO REL045 PASSA A REFLETIR O DIA ANTERIOR.   *
      * PAGAMENTO APOS O VENCIMENTO GRAVA NA PARCELA A MULTA E OS   *
      * JUROS DE MORA (CALCENC, PARAMETROS 029 E 030) SEPARADOS DO  *
      * VALOR ORIGINAL. PAGAMENTO DE PARCELA JA RENEGOCIADA NAO     *
      * BAIXA NADA E SAI NAS EXCECOES PARA ACERTO COM O ACORDO.     *
      *                                                             *
      * LEIAUTE DO RETCOBR.TXT (UM ITEM POR LINHA):                 *
      *   COL 01-07  PLACA            COL 08-15  DATA DA VENDA      *
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD RELREJC
               LABEL RECORD IS STANDARD
       01 W-TOTBAIXAS   PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMPARC  PIC 9(06) VALUE ZEROS.
       01 W-TOTRENEG    PIC 9(06) VALUE ZEROS.
       01 W-DIASATR     PIC 9(05) VALUE ZEROS.
       01 W-TOTENCARGO  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTENCED    PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-TITULO    PIC X(80) VALUE
          "*** EXCECOES DO RETORNO DE COBRANCA ***".
              GO TO R2-FIM.
      *
       R4.
           IF RET-SIT = "P" AND REC-SIT = "R"
              ADD 1 TO W-TOTRENEG
              MOVE RET-PLACA    TO LD-PLACA
              MOVE RET-DTAVENDA TO LD-DTAVENDA
              MOVE RET-PARC     TO LD-PARC
              MOVE "PAGA APOS RENEGOCIADA - ACORDO" TO LD-MOTIVO
              WRITE LINHA-REL FROM LIN-DET
              GO TO R2-FIM.
           IF RET-SIT = "P"
              MOVE RET-DTPAGTO TO REC-DTRECEB
              CALL "CALCENC" USING REC-VALOR REC-DTVENC REC-DTRECEB
                                   W-DIASATR REC-VLRMULTA REC-VLRJUROS
              ADD REC-VLRMULTA REC-VLRJUROS TO W-TOTENCARGO
              REWRITE REGRECEB
              ADD 1 TO W-TOTBAIXAS
              GO TO R2-FIM.
           DISPLAY "ITENS LIDOS DO RETORNO  : " W-TOTLIDOS
           DISPLAY "PARCELAS BAIXADAS       : " W-TOTBAIXAS
           DISPLAY "TITULOS REJEITADOS      : " W-TOTREJ
           DISPLAY "SEM PARCELA DE ORIGEM   : " W-TOTSEMPARC
           DISPLAY "PAGAS JA RENEGOCIADAS   : " W-TOTRENEG
           MOVE W-TOTENCARGO TO W-TOTENCED
           DISPLAY "MULTA + JUROS BAIXADOS  : " W-TOTENCED.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
