      * CADFUNCM.OLD NAO PODEM SER USADOS AQUI: SAO AS GERACOES     *
      * LIDAS PELO CNVFUNC/REL024 E PELO CNVEMPR. RODAR UMA UNICA   *
      * VEZ NA VIRADA, MESMO PROCEDIMENTO DO CNVFUNC/CNVEMPR.       *
      * O CADOPER SAI JA COM A SENHA PROTEGIDA (SENHAPRT) E A TROCA *
      * OBRIGATORIA NO PRIMEIRO LOGIN, COMO NO CNVOPER.             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(06) VALUE ZEROS.
       01 W-TOTOPER     PIC 9(06) VALUE ZEROS.
       01 W-SENHACLARA  PIC X(08) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R3.
           IF W-OPCAO = 1
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT OPEROLD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CADOPERP.OLD NAO ENCONTRADO - RENOMEIE O "
           MOVE OPER-COD-O  TO REGOPER (1:3)
           MOVE DADOSOPER-O TO REGOPER (4:29)
           MOVE ZEROS       TO OPER-CODFUNC OPER-PERFIL
      *    SENHA EM CLARO DO LEIAUTE ANTERIOR: PROTEGE E OBRIGA A TROCA
           MOVE OPER-SENHA  TO W-SENHACLARA
           CALL "SENHAPRT" USING OPER-COD W-SENHACLARA OPER-SENHA
           MOVE ZEROS       TO OPER-TENTAT
           MOVE "N"         TO OPER-BLOQ
           MOVE "S"         TO OPER-TROCA
           MOVE W-HOJE      TO OPER-DTSENHA
           MOVE SPACES      TO OPER-SENHAANT (1) OPER-SENHAANT (2)
                               OPER-SENHAANT (3)
           WRITE REGOPER
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-TOTOPER
