          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADVDA
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
       FD CADRESRV
               LABEL RECORD IS STANDARD
              DISPLAY "CLIENTE NAO CADASTRADO"
              GO TO R1.
           DISPLAY "CLIENTE : " CLI-NOME " DOC: " CLI-DOC
           MOVE CLI-LIMCRED TO W-VALED
           IF CLI-LIMCRED = ZEROS
              DISPLAY "CREDITO : LIMITE PADRAO (PARAMETRO 028)"
                      "  SITUACAO: " CLI-SITCRED
           ELSE
              DISPLAY "CREDITO : LIMITE " W-VALED
                      "  SITUACAO: " CLI-SITCRED.
           MOVE ZEROS TO W-TOTCOMPRAS W-TOTABERTO W-VLRABERTO.
      *
      *********************************************************
           IF REC-CODCLI NOT = W-CODCLI
              GO TO R3A-FIM.
           MOVE REC-VALOR TO W-VALED
           IF REC-SIT = "R"
              DISPLAY "  " REC-PLACA " PARC " REC-PARC
                      " VENC " REC-DTVENC " " W-VALED
                      " RENEGOCIADA ACORDO " REC-ACORDOREN
              GO TO R3A-FIM.
           IF REC-DTRECEB = ZEROS
              ADD 1 TO W-TOTABERTO
              ADD REC-VALOR TO W-VLRABERTO
