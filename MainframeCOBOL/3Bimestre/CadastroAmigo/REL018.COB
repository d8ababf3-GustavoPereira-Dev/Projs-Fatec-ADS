      **************************************************************
      * LEMBRETE DE ANIVERSARIANTES - LISTA OS AMIGOS DE CADAMIGO   *
      * CUJO MES DE NASCIMENTO (DATANASC) SEJA O MES INFORMADO PELO *
      * OPERADOR, EM ORDEM DE DIA DO MES. AMIGO CANCELADO           *
      * (SITAMIGO = C, SAIDA PELO CADSAIDA) NAO ENTRA NA LISTA.     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TEMCONS     PIC X(01) VALUE "N".
       01 W-TOTSEMCONS  PIC 9(04) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(04) VALUE ZEROS.

       01 LIN-TITULO    PIC X(80) VALUE
          "*** LEMBRETE DE ANIVERSARIANTES DO MES ***".
              GO TO R2-FIM.
           IF MES NOT = W-MESPROC
              GO TO R2-FIM.
           IF SITAMIGO = "C"
              ADD 1 TO W-TOTCANC
              GO TO R2-FIM.
      *    CONSENTIMENTO DE LISTAGEM DE ANIVERSARIO (CADCONS):
      *    QUEM OPTOU POR NAO APARECER E SUPRIMIDO; SEM REGISTRO
      *    VALE ACEITE
           CLOSE CADAMIGO RELANIV
           DISPLAY "*** LEMBRETE GERADO EM RELANIV.TXT ***"
           DISPLAY "TOTAL DE ANIVERSARIANTES: " W-TOTGERAL
           DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO: " W-TOTSEMCONS
           DISPLAY "AMIGOS CANCELADOS (FORA)    : " W-TOTCANC.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
