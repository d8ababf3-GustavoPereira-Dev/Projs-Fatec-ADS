                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD INITLOG
               LABEL RECORD IS STANDARD
       01 ST-LOG        PIC X(02) VALUE "00".
       01 W-OPERCOD     PIC 9(03) VALUE ZEROS.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-MODOSENHA   PIC X(01) VALUE "L".
       01 W-RETSENHA    PIC X(01) VALUE SPACES.
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-ARQNOME     PIC X(12) VALUE SPACES.
      *********************************************************
       R0.
           DISPLAY "*** INICIALIZACAO DE ARQUIVOS MESTRES ***"
           DISPLAY "CODIGO DO OPERADOR : " WITH NO ADVANCING
           ACCEPT W-OPERCOD
           DISPLAY "SENHA              : " WITH NO ADVANCING
           ACCEPT W-SENHA
      *    CONFERENCIA PELO CONFSENH (ERROS, BLOQUEIO E VALIDADE)
           CALL "CONFSENH" USING W-OPERCOD W-SENHA W-MODOSENHA
                                 W-RETSENHA REGOPER
           IF W-RETSENHA = "X"
              DISPLAY "CADASTRO DE OPERADORES NAO DISPONIVEL"
              GO TO ROT-FIM2.
           IF W-RETSENHA = "B"
              DISPLAY "*** OPERADOR BLOQUEADO - PROCURE UM OPERADOR "
                      "NIVEL 1 ***"
              GO TO ROT-FIM2.
           IF W-RETSENHA = "V"
              DISPLAY "*** SENHA NAO TROCADA - ACESSO RECUSADO ***"
              GO TO ROT-FIM2.
           IF W-RETSENHA NOT = "S"
              DISPLAY "*** CODIGO OU SENHA INVALIDOS ***"
              GO TO ROT-FIM2.
           IF OPER-NIVEL NOT = 1
              DISPLAY "*** RESTRITO A OPERADOR NIVEL 1 ***"
              GO TO ROT-FIM2.
      *
       R1.
           DISPLAY " "
