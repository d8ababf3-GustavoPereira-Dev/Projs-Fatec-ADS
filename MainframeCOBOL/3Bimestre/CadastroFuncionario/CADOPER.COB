      * LIBERA AS OPCOES DE MANUTENCAO DO MENU UMA   *
      * A UMA PARA OPERADORES DE NIVEL 2 - ZEROS =   *
      * SEM PERFIL, SO AS CONSULTAS LIVRES.          *
      * A SENHA E GRAVADA PROTEGIDA (SENHAPRT) E NAO *
      * APARECE NA TELA; O OPERADOR NOVO TROCA A     *
      * SENHA NO PRIMEIRO LOGIN (CONFSENH). F4 NA    *
      * CONSULTA, SO PARA O NIVEL 1 DA SESSAO:       *
      * DESBLOQUEIA O OPERADOR (SENHA EM BRANCO) OU  *
      * REINICIA A SENHA, COM TROCA OBRIGATORIA NO   *
      * PROXIMO LOGIN - AMBOS VAO PARA O JORNAL.     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 TXTOPER-NIVEL     PIC X(20) VALUE SPACES.
       77 W-SENHATELA       PIC X(08) VALUE SPACES.
       77 W-SITSENHA        PIC X(20) VALUE SPACES.
       77 W-SENACAO         PIC X(01) VALUE SPACES.
       77 W-NIVEL1          PIC X(01) VALUE "N".
       77 W-JOPER           PIC 9(03) VALUE ZEROS.
       77 W-JHORA8          PIC 9(08) VALUE ZEROS.
       77 ST-TRAVA          PIC X(02) VALUE "00".
       77 ST-JORN           PIC X(02) VALUE "00".
       01 W-REGSALVO        PIC X(75) VALUE SPACES.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 W-REGJORN.
          03 W-JNCHAVE.
             05 W-JNDATA   PIC 9(8).
             05 W-JNHORA   PIC 9(6).
             05 W-JNSEQ    PIC 9(2).
          03 W-JNOPER      PIC 9(3).
          03 W-JNPROG      PIC X(8).
          03 W-JNARQ       PIC X(8).
          03 W-JNACAO      PIC X(1).
          03 W-JNCHREG     PIC X(14).
          03 W-JNRESUMO    PIC X(10).

       01 TABNIVEL.
          03 TBNIVEL      PIC X(20) OCCURS 2 TIMES.
               VALUE  "   NOME DO OPERADOR   :".
           05  LINE 14  COLUMN 01
               VALUE  "   SENHA              :".
           05  LINE 14  COLUMN 41
               VALUE  "SITUACAO :".
           05  LINE 18  COLUMN 01
               VALUE  "   NIVEL DE ACESSO    :".
           05  LINE 20  COLUMN 01
               HIGHLIGHT.
           05  TOPER-SENHA
               LINE 14  COLUMN 26  PIC X(08)
               USING  W-SENHATELA
               SECURE.
           05  TSITSENHA
               LINE 14  COLUMN 52  PIC X(20)
               USING  W-SITSENHA
               HIGHLIGHT.
           05  TOPER-NIVEL
               LINE 18  COLUMN 26  PIC 9(01)
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO OPER-NOME OPER-SENHA TXTOPER-NIVEL
                MOVE SPACES TO W-SENHATELA W-SITSENHA
                MOVE ZEROS  TO OPER-COD OPER-NIVEL OPER-CODFUNC
                MOVE ZEROS  TO OPER-PERFIL.
                DISPLAY TELAOPERCAD.
                READ CADOPER
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ROT-SIT-SENHA THRU ROT-SIT-SENHA-FIM
                      PERFORM R2A
                      DISPLAY TELAOPERCAD
                      MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                   MOVE "NOME DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
      *    SENHA INICIAL SO NA INCLUSAO - NA ALTERACAO A SENHA
      *    NAO MUDA (REINICIO PELO F4 DA CONSULTA)
       R1.
                IF W-SEL = 02
                   GO TO R2.
                ACCEPT TOPER-SENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF W-SENHATELA = SPACES
                   MOVE "SENHA DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-SENHATELA (1:1) = SPACE
                   OR W-SENHATELA (6:1) = SPACE
                   MOVE "SENHA DEVE TER NO MINIMO 6 POSICOES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                DISPLAY TELANIVEL
                ACCEPT TOPER-NIVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 02 GO TO R0.
                IF W-ACT = 02 GO TO R1.
                IF OPER-NIVEL = 0 OR OPER-NIVEL > 2
                   MOVE "*** DIGITE APENAS 1 OU 2 ***" TO MENS
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    SENHA GRAVADA PROTEGIDA, COM TROCA NO PRIMEIRO LOGIN
       INC-WR1.
                CALL "SENHAPRT" USING OPER-COD W-SENHATELA OPER-SENHA
                MOVE ZEROS TO OPER-TENTAT
                MOVE "N"   TO OPER-BLOQ
                MOVE "S"   TO OPER-TROCA
                ACCEPT OPER-DTSENHA FROM DATE YYYYMMDD
                MOVE SPACES TO OPER-SENHAANT (1) OPER-SENHAANT (2)
                               OPER-SENHAANT (3)
                WRITE REGOPER
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
      *
       ACE-001.
                DISPLAY (21, 15)
                     "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=DESBLOQ/SENHA"
                ACCEPT (21, 65) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (21, 15) MENS
                IF W-ACT = 03
                   MOVE 02 TO W-SEL
                   GO TO R0.
                IF W-ACT = 05
                   GO TO SEN-001.

      *
       EXC-OPC.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      * DESBLOQUEIO / REINICIO DE SENHA (F4) - SO O  *
      * OPERADOR NIVEL 1 DA SESSAO (CADTRAVA). SENHA *
      * EM BRANCO SO DESBLOQUEIA E ZERA OS ERROS;    *
      * SENHA INFORMADA E PROVISORIA: A ATUAL VAI    *
      * PARA O HISTORICO E O OPERADOR TROCA NO       *
      * PROXIMO LOGIN                                *
      ***********************************************
      *
       SEN-001.
                PERFORM ROT-VER-NIVEL1 THRU ROT-VER-NIVEL1-FIM
                IF W-NIVEL1 NOT = "S"
                   MOVE "*** SO O OPERADOR NIVEL 1 DESBLOQUEIA/REINICIA"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       SEN-002.
                MOVE SPACES TO W-SENHATELA
                DISPLAY TOPER-SENHA
                DISPLAY (21, 15) "NOVA SENHA (BRANCO = SO DESBLOQUEAR)"
                ACCEPT TOPER-SENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 15) LIMPA
                IF W-ACT = 02
                   MOVE "********" TO W-SENHATELA
                   DISPLAY TOPER-SENHA
                   GO TO ACE-001.
                IF W-SENHATELA = SPACES
                   IF OPER-BLOQ NOT = "S"
                      MOVE "*** OPERADOR NAO ESTA BLOQUEADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO SEN-002
                   ELSE
                      MOVE "D" TO W-SENACAO
                      GO TO SEN-OPC.
                IF W-SENHATELA (1:1) = SPACE
                   OR W-SENHATELA (6:1) = SPACE
                   MOVE "SENHA DEVE TER NO MINIMO 6 POSICOES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SEN-002.
                MOVE "R" TO W-SENACAO.
       SEN-OPC.
                IF W-SENACAO = "D"
                   DISPLAY (21, 15) "DESBLOQUEAR (S/N) : "
                ELSE
                   DISPLAY (21, 15) "REINICIAR SENHA (S/N) : ".
                ACCEPT (21, 40) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SEN-OPC.
       SEN-RW0.
                MOVE ZEROS TO OPER-TENTAT
                MOVE "N"   TO OPER-BLOQ
                MOVE "DESBLOQUEI" TO W-JNRESUMO
                IF W-SENACAO = "D"
                   GO TO SEN-RW1.
                MOVE OPER-SENHAANT (2) TO OPER-SENHAANT (3)
                MOVE OPER-SENHAANT (1) TO OPER-SENHAANT (2)
                MOVE OPER-SENHA        TO OPER-SENHAANT (1)
                CALL "SENHAPRT" USING OPER-COD W-SENHATELA OPER-SENHA
                MOVE "S"   TO OPER-TROCA
                ACCEPT OPER-DTSENHA FROM DATE YYYYMMDD
                MOVE "RESET SENH" TO W-JNRESUMO.
       SEN-RW1.
                REWRITE REGOPER
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO OPERADOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                IF W-SENACAO = "D"
                   MOVE "*** OPERADOR DESBLOQUEADO ***     " TO MENS
                ELSE
                   MOVE "*** SENHA REINICIADA ***          " TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                   DISPLAY (21, 15) LIMPA.
       ROT-MENS-FIM.
                EXIT.
      *
      ***********************************************
      * SITUACAO DA SENHA DO OPERADOR LIDO, PARA A   *
      * TELA (A SENHA EM SI NAO E MOSTRADA)          *
      ***********************************************
      *
       ROT-SIT-SENHA.
                MOVE "********"     TO W-SENHATELA
                MOVE "ATIVO"        TO W-SITSENHA
                IF OPER-TROCA = "S"
                   MOVE "TROCA PENDENTE" TO W-SITSENHA.
                IF OPER-BLOQ = "S"
                   MOVE "BLOQUEADO"  TO W-SITSENHA.
       ROT-SIT-SENHA-FIM.
                EXIT.
      *
      ***********************************************
      * W-NIVEL1 = "S" QUANDO O OPERADOR DA SESSAO   *
      * (CADTRAVA, LIGADO PELO MENU) E NIVEL 1. O    *
      * REGISTRO EM TELA E RELIDO NO FIM             *
      ***********************************************
      *
       ROT-VER-NIVEL1.
                MOVE "N" TO W-NIVEL1
                MOVE ZEROS TO W-JOPER
                OPEN INPUT CADTRAVA
                IF ST-TRAVA = "00"
                   MOVE 1 TO TRAVA-COD
                   READ CADTRAVA
                   IF ST-TRAVA = "00"
                      MOVE TRAVA-OPERADOR TO W-JOPER
                   END-IF
                   CLOSE CADTRAVA.
                MOVE REGOPER TO W-REGSALVO
                MOVE W-JOPER TO OPER-COD
                READ CADOPER
                IF ST-ERRO = "00" AND OPER-NIVEL = 1
                   MOVE "S" TO W-NIVEL1.
                MOVE W-REGSALVO TO REGOPER
                READ CADOPER.
       ROT-VER-NIVEL1-FIM.
                EXIT.
      *
      ***********************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN):       *
      * DESBLOQUEIO OU REINICIO DE SENHA             *
      ***********************************************
      *
       ROT-GRAVA-JORNAL.
                ACCEPT W-JNDATA FROM DATE YYYYMMDD
                ACCEPT W-JHORA8 FROM TIME
                MOVE W-JHORA8 (1:6) TO W-JNHORA
                MOVE ZEROS      TO W-JNSEQ
                MOVE W-JOPER    TO W-JNOPER
                MOVE "CADOPER " TO W-JNPROG
                MOVE "CADOPER " TO W-JNARQ
                MOVE "A"        TO W-JNACAO
                MOVE SPACES     TO W-JNCHREG
                MOVE OPER-COD   TO W-JNCHREG (1:3).
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
                CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
                EXIT.
       FIM-ROT-TEMPO.
