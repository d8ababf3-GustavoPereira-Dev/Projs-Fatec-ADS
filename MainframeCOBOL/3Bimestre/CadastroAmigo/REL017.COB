      * LOGRADOURO/BAIRRO/CIDADE/UF (VIA CADCEP), NUMERO E          *
      * COMPLEMENTO DE CADA AMIGO, EM LAYOUT DE UMA LINHA POR       *
      * REGISTRO PARA IMPORTACAO EM FERRAMENTA DE MALA DIRETA.      *
      * AMIGO CANCELADO (SITAMIGO = C, SAIDA PELO CADSAIDA) NAO     *
      * ENTRA NA MALA DIRETA DO CLUBE.                              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TOTAMIGO    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMEND   PIC 9(05) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(05) VALUE ZEROS.
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMCONS     PIC X(01) VALUE "N".
       01 W-TOTSEMCONS  PIC 9(05) VALUE ZEROS.
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           IF SITAMIGO = "C"
              ADD 1 TO W-TOTCANC
              GO TO R2-FIM.
           IF ENDERECO = ZEROS
              ADD 1 TO W-TOTSEMEND
              GO TO R2-FIM.
           DISPLAY "*** ENDERECOS EXPORTADOS PARA RELMALA.TXT ***"
           DISPLAY "TOTAL DE ENDERECOS EXPORTADOS: " W-TOTAMIGO
           DISPLAY "AMIGOS SEM ENDERECO UTILIZAVEL: " W-TOTSEMEND
           DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO  : " W-TOTSEMCONS
           DISPLAY "AMIGOS CANCELADOS (FORA)      : " W-TOTCANC.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
