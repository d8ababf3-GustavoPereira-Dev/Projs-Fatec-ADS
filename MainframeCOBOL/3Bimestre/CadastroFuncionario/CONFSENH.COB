       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSENH.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONFERENCIA DA SENHA DO OPERADOR (CADOPER) - UNICO PONTO     *
      * QUE CONFERE SENHA, CHAMADO PELOS LOGINS (MENU, INITARQ,      *
      * CONSFO3) E PELAS TELAS QUE PEDEM O APROVADOR.                *
      * - A SENHA DIGITADA E PROTEGIDA (SENHAPRT) E COMPARADA COM    *
      *   OPER-SENHA;                                                *
      * - CADA ERRO SOMA EM OPER-TENTAT; AO CHEGAR NO LIMITE         *
      *   (CADPARAM 036, PADRAO 3) O OPERADOR FICA BLOQUEADO         *
      *   (OPER-BLOQ = "S") ATE UM NIVEL 1 DESBLOQUEAR NO CADOPER;   *
      *   ACERTO ZERA O CONTADOR;                                    *
      * - SENHA VENCIDA (MAIS DE N DIAS DESDE OPER-DTSENHA,          *
      *   CADPARAM 037, PADRAO 90) OU TROCA OBRIGATORIA (OPERADOR    *
      *   NOVO OU SENHA REINICIADA, OPER-TROCA = "S"): NO LOGIN PEDE *
      *   A NOVA SENHA, QUE NAO PODE REPETIR A ATUAL NEM AS 3        *
      *   ANTERIORES (OPER-SENHAANT); NO APROVADOR SO RECUSA.        *
      * BLOQUEIO E TROCA DE SENHA VAO PARA O JORNAL (JORNREG).       *
      * O CHAMADOR NAO PODE ESTAR COM O CADOPER ABERTO.              *
      *                                                              *
      * PARAMETROS: CODIGO DO OPERADOR 9(3), SENHA DIGITADA X(8),    *
      * MODO X(1) (L = LOGIN, A = APROVADOR), RETORNO X(1) E         *
      * REGISTRO DO OPERADOR X(75) (DEVOLVIDO QUANDO RETORNO = S).   *
      * RETORNO: S = SENHA CONFERE     N = CODIGO OU SENHA INVALIDOS *
      *          B = OPERADOR BLOQUEADO                              *
      *          V = SENHA VENCIDA/TROCA OBRIGATORIA NAO FEITA       *
      *          X = CADOPER NAO DISPONIVEL                          *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-OPER
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-OPER       PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-PROT        PIC X(08) VALUE SPACES.
       01 W-PROTNOVA    PIC X(08) VALUE SPACES.
       01 W-NOVA        PIC X(08) VALUE SPACES.
       01 W-CONFNOVA    PIC X(08) VALUE SPACES.
       01 W-REPETIDA    PIC X(01) VALUE "N".
       01 W-TROCAR      PIC X(01) VALUE "N".
       01 W-TENTTROCA   PIC 9(01) VALUE ZEROS.
       01 W-IDXH        PIC 9(01) VALUE ZEROS.
       01 W-MAXTENT     PIC 9(02) VALUE 3.
       01 W-DIASVAL     PIC 9(04) VALUE 90.
       01 W-DIASUSO     PIC S9(07) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(4).
          03 W-MESHOJE  PIC 9(2).
          03 W-DIAHOJE  PIC 9(2).
       01 W-HOJE8 REDEFINES W-HOJE PIC 9(8).
       01 W-DTSENHA.
          03 W-ANOSEN   PIC 9(4).
          03 W-MESSEN   PIC 9(2).
          03 W-DIASEN   PIC 9(2).
       01 W-DTSENHA8 REDEFINES W-DTSENHA PIC 9(8).
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CS-COD        PIC 9(03).
       01 CS-SENHA      PIC X(08).
       01 CS-MODO       PIC X(01).
       01 CS-RET        PIC X(01).
       01 CS-REGOPER    PIC X(75).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CS-COD CS-SENHA CS-MODO CS-RET
                                CS-REGOPER.
       INICIO.
       R0.
           MOVE "X" TO CS-RET
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
      *    LIMITE DE ERROS (036) E VALIDADE DA SENHA EM DIAS (037)
           OPEN INPUT CADPARAM
           IF ST-PARAM = "00"
              MOVE W-HOJE8 (1:6) TO W-PARAMCOMP
              MOVE 036 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-MAXTENT
              END-IF
              MOVE 037 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > ZEROS
                 MOVE W-PARAMVLR TO W-DIASVAL
              END-IF
              CLOSE CADPARAM.
       R0A.
           OPEN I-O CADOPER
           IF ST-OPER NOT = "00"
              GO TO ROT-FIM2.
           MOVE CS-COD TO OPER-COD
           READ CADOPER
           IF ST-OPER NOT = "00"
              MOVE "N" TO CS-RET
              GO TO ROT-FIM.
           IF OPER-BLOQ = "S"
              MOVE "B" TO CS-RET
              GO TO ROT-FIM.
           CALL "SENHAPRT" USING OPER-COD CS-SENHA W-PROT
           IF W-PROT = OPER-SENHA
              GO TO R2.
      *
      *********************************************************
      * SENHA ERRADA: SOMA O ERRO E BLOQUEIA NO LIMITE         *
      *********************************************************
       R1.
           ADD 1 TO OPER-TENTAT
           MOVE "N" TO CS-RET
           IF OPER-TENTAT NOT < W-MAXTENT
              MOVE "S" TO OPER-BLOQ
              MOVE "B" TO CS-RET.
           REWRITE REGOPER
           IF ST-OPER NOT = "00"
              MOVE "X" TO CS-RET
              GO TO ROT-FIM.
           IF CS-RET = "B"
              MOVE "BLOQUEIO  " TO W-JNRESUMO
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
           GO TO ROT-FIM.
      *
      *********************************************************
      * SENHA CONFERE: ZERA OS ERROS E VE SE PRECISA TROCAR    *
      *********************************************************
       R2.
           MOVE ZEROS TO OPER-TENTAT
           MOVE "N" TO W-TROCAR
           IF OPER-TROCA = "S"
              MOVE "S" TO W-TROCAR
              GO TO R2A.
           MOVE OPER-DTSENHA TO W-DTSENHA8
           COMPUTE W-DIASUSO = ((W-ANOHOJE - W-ANOSEN) * 360)
                             + ((W-MESHOJE - W-MESSEN) * 30)
                             + (W-DIAHOJE - W-DIASEN)
           IF W-DIASUSO NOT < W-DIASVAL
              MOVE "S" TO W-TROCAR.
       R2A.
           IF W-TROCAR = "N"
              REWRITE REGOPER
              MOVE "S" TO CS-RET
              MOVE REGOPER TO CS-REGOPER
              GO TO ROT-FIM.
           IF CS-MODO NOT = "L"
              REWRITE REGOPER
              MOVE "V" TO CS-RET
              GO TO ROT-FIM.
           IF OPER-TROCA = "S"
              DISPLAY "*** PRIMEIRO ACESSO OU SENHA REINICIADA - "
                      "CADASTRE UMA NOVA SENHA ***"
           ELSE
              DISPLAY "*** SENHA VENCIDA - CADASTRE UMA NOVA SENHA ***".
           MOVE ZEROS TO W-TENTTROCA.
      *
      *********************************************************
      * TROCA DA SENHA NO LOGIN: MINIMO DE 6 POSICOES, SEM     *
      * BRANCOS A ESQUERDA, DIGITADA DUAS VEZES E DIFERENTE DA *
      * ATUAL E DAS 3 ANTERIORES                               *
      *********************************************************
       R3.
           ADD 1 TO W-TENTTROCA
           IF W-TENTTROCA > 3
              REWRITE REGOPER
              MOVE "V" TO CS-RET
              GO TO ROT-FIM.
           MOVE SPACES TO W-NOVA W-CONFNOVA
           DISPLAY "NOVA SENHA         : " WITH NO ADVANCING
           ACCEPT W-NOVA
           DISPLAY "CONFIRME A SENHA   : " WITH NO ADVANCING
           ACCEPT W-CONFNOVA
           IF W-NOVA (1:1) = SPACE OR W-NOVA (6:1) = SPACE
              DISPLAY "*** SENHA DEVE TER NO MINIMO 6 POSICOES ***"
              GO TO R3.
           IF W-NOVA NOT = W-CONFNOVA
              DISPLAY "*** CONFIRMACAO DIFERENTE DA NOVA SENHA ***"
              GO TO R3.
           CALL "SENHAPRT" USING OPER-COD W-NOVA W-PROTNOVA
           MOVE "N" TO W-REPETIDA
           IF W-PROTNOVA = OPER-SENHA
              MOVE "S" TO W-REPETIDA.
           PERFORM R3-HIST THRU R3-HIST-FIM
                   VARYING W-IDXH FROM 1 BY 1 UNTIL W-IDXH > 3.
           IF W-REPETIDA = "S"
              DISPLAY "*** SENHA JA USADA - ESCOLHA OUTRA ***"
              GO TO R3.
      *    A ATUAL ENTRA NO HISTORICO E A MAIS ANTIGA SAI
           MOVE OPER-SENHAANT (2) TO OPER-SENHAANT (3)
           MOVE OPER-SENHAANT (1) TO OPER-SENHAANT (2)
           MOVE OPER-SENHA        TO OPER-SENHAANT (1)
           MOVE W-PROTNOVA        TO OPER-SENHA
           MOVE W-HOJE8           TO OPER-DTSENHA
           MOVE "N"               TO OPER-TROCA
           REWRITE REGOPER
           IF ST-OPER NOT = "00"
              MOVE "X" TO CS-RET
              GO TO ROT-FIM.
           DISPLAY "*** SENHA ALTERADA ***"
           MOVE "S" TO CS-RET
           MOVE REGOPER TO CS-REGOPER
           MOVE "TROCA SENH" TO W-JNRESUMO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-FIM.
           CLOSE CADOPER.
       ROT-FIM2.
           EXIT PROGRAM.
      *
       R3-HIST.
           IF W-PROTNOVA = OPER-SENHAANT (W-IDXH)
              MOVE "S" TO W-REPETIDA.
       R3-HIST-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): BLOQUEIO POR    *
      * ERROS DE SENHA OU TROCA DA SENHA PELO PROPRIO OPERADOR *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS      TO W-JNSEQ
           MOVE OPER-COD   TO W-JNOPER
           MOVE "CONFSENH" TO W-JNPROG
           MOVE "CADOPER " TO W-JNARQ
           MOVE "A"        TO W-JNACAO
           MOVE SPACES     TO W-JNCHREG
           MOVE OPER-COD   TO W-JNCHREG (1:3).
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
