       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVOPER.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADOPER PARA O LEIAUTE COM A POLITICA DE SENHA *
      * - LE O CADOPER NO LEIAUTE ANTERIOR (SENHA EM CLARO, SEM O   *
      * CONTADOR DE ERROS, BLOQUEIO, DATA DA SENHA, TROCA E         *
      * HISTORICO), RENOMEADO PARA CADOPERS.OLD, E GRAVA O NOVO     *
      * CADOPER.DAT COM A SENHA JA PROTEGIDA (SENHAPRT), SEM ERROS, *
      * DESBLOQUEADO, HISTORICO VAZIO E TROCA OBRIGATORIA NO        *
      * PRIMEIRO LOGIN (A SENHA ANTIGA ESTEVE EM CLARO NO ARQUIVO). *
      * O NOME CADOPERP.OLD NAO PODE SER USADO AQUI: E A GERACAO    *
      * LIDA PELO CNVCPF. RODAR UMA UNICA VEZ NA VIRADA, MESMO      *
      * PROCEDIMENTO DO CNVCPF/CNVJORN.                             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEROLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OPER-COD-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-ERRO2
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
       FILE SECTION.
       FD OPEROLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPERS.OLD".
       01 REGOPER-O.
          03 OPER-COD-O    PIC 9(3).
          03 DADOSOPER-O   PIC X(36).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
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
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TOTOPER     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMSEN   PIC 9(06) VALUE ZEROS.
       01 W-SENHACLARA  PIC X(08) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADOPER - SENHA PROTEGIDA ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R1.
           OPEN INPUT OPEROLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADOPERS.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADOPER.DAT ANTIGO PARA CADOPERS.OLD ANTES"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT CADOPER
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADOPER.DAT"
              CLOSE OPEROLD
              GO TO ROT-FIM-ERRO.
      *
      *********************************************************
      * CADA OPERADOR: DADOS COPIADOS, SENHA EM CLARO TROCADA  *
      * PELO VALOR PROTEGIDO E CAMPOS NOVOS INICIADOS          *
      *********************************************************
       R2.
           READ OPEROLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE OPER-COD-O  TO REGOPER (1:3)
           MOVE DADOSOPER-O TO REGOPER (4:36)
           MOVE OPER-SENHA  TO W-SENHACLARA
           IF W-SENHACLARA = SPACES
              ADD 1 TO W-TOTSEMSEN
              DISPLAY "OPERADOR " OPER-COD-O " SEM SENHA - REINICIAR "
                      "PELO CADOPER (F4)".
           CALL "SENHAPRT" USING OPER-COD W-SENHACLARA OPER-SENHA
           MOVE ZEROS       TO OPER-TENTAT
           MOVE "N"         TO OPER-BLOQ
           MOVE "S"         TO OPER-TROCA
           MOVE W-HOJE      TO OPER-DTSENHA
           MOVE SPACES      TO OPER-SENHAANT (1) OPER-SENHAANT (2)
                               OPER-SENHAANT (3)
           WRITE REGOPER
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTOPER
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO OPERADOR " OPER-COD-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE OPEROLD CADOPER
           DISPLAY "OPERADORES CONVERTIDOS   : " W-TOTOPER
           DISPLAY "OPERADORES SEM SENHA     : " W-TOTSEMSEN.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA - TODOS OS OPERADORES "
                   "TROCAM A SENHA NO PROXIMO LOGIN ***".
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA  *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO    *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO      *
      *********************************************************
       ROT-TRAVA-INI.
           MOVE "N" TO W-TRAVADO
           MOVE "S" TO W-TEMTRAVA
           OPEN I-O CADTRAVA
           IF ST-TRAVA NOT = "00"
              IF ST-TRAVA = "30"
                 OPEN OUTPUT CADTRAVA
                 MOVE 1 TO TRAVA-COD
                 MOVE "N" TO TRAVA-BATCH TRAVA-ONLINE
                 MOVE SPACES TO TRAVA-PROGBATCH
                 MOVE ZEROS TO TRAVA-OPERADOR
                 WRITE REGTRAVA
                 CLOSE CADTRAVA
                 OPEN I-O CADTRAVA
              ELSE
                 MOVE "N" TO W-TEMTRAVA
                 GO TO ROT-TRAVA-INI-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA NOT = "00"
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-ONLINE = "S"
              DISPLAY "SESSAO ONLINE DE MANUTENCAO ABERTA - "
                      "BATCH NAO PODE PARTIR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-BATCH = "S"
              DISPLAY "OUTRO BATCH (" TRAVA-PROGBATCH
                      ") JA ESTA NO AR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           MOVE "S" TO TRAVA-BATCH
           MOVE "CNVOPER " TO TRAVA-PROGBATCH
           REWRITE REGTRAVA.
       ROT-TRAVA-INI-FIM.
           EXIT.
      *
       ROT-TRAVA-ENC.
           IF W-TEMTRAVA NOT = "S"
              GO TO ROT-TRAVA-ENC-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA = "00"
              MOVE "N" TO TRAVA-BATCH
              MOVE SPACES TO TRAVA-PROGBATCH
              REWRITE REGTRAVA.
           CLOSE CADTRAVA
           MOVE "N" TO W-TEMTRAVA.
       ROT-TRAVA-ENC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
