      * (PLACA + DATA DA VENDA + NUMERO, GERADO PELA TELA CADVDA) E  *
      * REGISTRA A DATA DO RECEBIMENTO. O ENVELHECIMENTO DAS         *
      * PARCELAS EM ABERTO SAI NO REL045.                            *
      * RECEBIMENTO APOS O VENCIMENTO COBRA MULTA E JUROS DE MORA    *
      * (CALCENC, PARAMETROS 029 E 030), GRAVADOS NA PARCELA         *
      * SEPARADOS DO VALOR ORIGINAL. PARCELA RENEGOCIADA (SITUACAO   *
      * R) NAO SE BAIXA AQUI: FOI SUBSTITUIDA PELAS DO ACORDO.       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-DIASATR     PIC 9(05) VALUE ZEROS.
       01 W-VLRTOTAL    PIC 9(08)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   VALOR                      :".
           05  LINE 13  COLUMN 01
               VALUE  "   DT RECEBIMENTO (DDMMAAAA)  :".
           05  LINE 15  COLUMN 01
               VALUE  "   DIAS DE ATRASO             :".
           05  LINE 16  COLUMN 01
               VALUE  "   MULTA                      :".
           05  LINE 17  COLUMN 01
               VALUE  "   JUROS DE MORA              :".
           05  LINE 18  COLUMN 01
               VALUE  "   TOTAL A RECEBER            :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 13  COLUMN 34  PIC 9(08)
               USING  REC-DTRECEB
               HIGHLIGHT.
           05  TDIASATR
               LINE 15  COLUMN 34  PIC ZZZZ9
               USING  W-DIASATR
               HIGHLIGHT.
           05  TVLRMULTA
               LINE 16  COLUMN 34  PIC 9(06),99
               USING  REC-VLRMULTA
               HIGHLIGHT.
           05  TVLRJUROS
               LINE 17  COLUMN 34  PIC 9(06),99
               USING  REC-VLRJUROS
               HIGHLIGHT.
           05  TVLRTOTAL
               LINE 18  COLUMN 34  PIC 9(08),99
               USING  W-VLRTOTAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO REC-PLACA REC-COMPRADOR
           MOVE ZEROS TO REC-DTAVENDA REC-PARC REC-DTVENC
           MOVE ZEROS TO REC-VALOR REC-DTRECEB
           MOVE ZEROS TO REC-VLRMULTA REC-VLRJUROS W-DIASATR W-VLRTOTAL
           DISPLAY TCADRECEB.
      *
       R2.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TCADRECEB
           IF REC-SIT = "R"
              MOVE "*** PARCELA RENEGOCIADA - VER O ACORDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF REC-DTRECEB NOT = ZEROS
              MOVE "*** PARCELA JA RECEBIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "INFORME A DATA DO RECEBIMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    ENCARGOS DO ATRASO, SEPARADOS DO VALOR DA PARCELA
           CALL "CALCENC" USING REC-VALOR REC-DTVENC REC-DTRECEB
                                W-DIASATR REC-VLRMULTA REC-VLRJUROS
           COMPUTE W-VLRTOTAL = REC-VALOR + REC-VLRMULTA
                              + REC-VLRJUROS
           DISPLAY TCADRECEB.
       BXA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "BAIXAR (S/N) : ".
