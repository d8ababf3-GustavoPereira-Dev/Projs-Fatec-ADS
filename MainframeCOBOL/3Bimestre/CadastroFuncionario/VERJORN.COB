       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERJORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * VERIFICACAO DA CADEIA DO JORNAL DE ACOES DOS OPERADORES -    *
      * PERCORRE O JORNAL NA ORDEM DA CADEIA (JORN-NSEQ) E REFAZ O   *
      * VALOR DE CONTROLE DE CADA ENTRADA PELO CHKJORN, LISTANDO EM  *
      * RELVJORN.TXT:                                                *
      *   - ENTRADAS FALTANDO (BURACO NO NSEQ);                      *
      *   - ENTRADAS ALTERADAS (CHECK NAO CONFERE);                  *
      *   - ENTRADAS FORA DE ORDEM OU REPETIDAS;                     *
      *   - FALTA OU ALTERACAO NO FIM DA CADEIA (ULTIMO NSEQ/CHECK   *
      *     DIFERENTE DO GUARDADO NO CONTROLE CADJCTL).              *
      * OPCIONALMENTE CONFERE ANTES O ARQUIVO MORTO (ARQJORN.DAT),   *
      * DESDE O NSEQ 1, COM OS REGISTROS DE FECHAMENTO DE CADA       *
      * ARQUIVAMENTO E A EMENDA COM A BASE VIVA (BASE DO CADJCTL).   *
      * DEPOIS DE UM PROBLEMA A CONFERENCIA SEGUE PELO CHECK GRAVADO,*
      * PARA APONTAR CADA PONTO DA CADEIA UMA VEZ SO.                *
      * O RESULTADO (O = INTEGRA, E = COM ERRO) E A DATA FICAM NO    *
      * CADJCTL E A EXECUCAO ENTRA NO PROPRIO JORNAL.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEJORN
                    ALTERNATE RECORD KEY IS JORN-NSEQ
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT ARQJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEAJ
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADJCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JCTL-COD
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT RELVJORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGJORN.
          03 JORN-DADOS.
             05 CHAVEJORN.
                07 JORN-DATA  PIC 9(8).
                07 JORN-HORA  PIC 9(6).
                07 JORN-SEQ   PIC 9(2).
             05 JORN-OPER     PIC 9(3).
             05 JORN-PROG     PIC X(8).
             05 JORN-ARQ      PIC X(8).
             05 JORN-ACAO     PIC X(1).
             05 JORN-CHREG    PIC X(14).
             05 JORN-RESUMO   PIC X(10).
          03 JORN-NSEQ        PIC 9(9).
          03 JORN-CHECK       PIC 9(9).
      *
      *    ARQUIVO MORTO DO JORNAL (VER ARQJORN)
       FD ARQJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJORN.DAT".
       01 REGAJ.
          03 CHAVEAJ.
             05 AJ-NSEQ       PIC 9(9).
             05 AJ-TIPO       PIC X(1).
          03 AJ-REG.
             05 AJ-DATA       PIC 9(8).
             05 AJ-HORA       PIC 9(6).
             05 AJ-SEQ        PIC 9(2).
             05 AJ-OPER       PIC 9(3).
             05 AJ-PROG       PIC X(8).
             05 AJ-ARQ        PIC X(8).
             05 AJ-ACAO       PIC X(1).
             05 AJ-CHREG      PIC X(14).
             05 AJ-RESUMO     PIC X(10).
             05 AJ-NSEQJ      PIC 9(9).
             05 AJ-CHECK      PIC 9(9).
      *
       FD CADJCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJCTL.DAT".
       01 REGJCTL.
          03 JCTL-COD         PIC 9(1).
          03 JCTL-ULTNSEQ     PIC 9(9).
          03 JCTL-ULTCHECK    PIC 9(9).
          03 JCTL-BASENSEQ    PIC 9(9).
          03 JCTL-BASECHECK   PIC 9(9).
          03 JCTL-DTARQ       PIC 9(8).
          03 JCTL-DTVERIF     PIC 9(8).
          03 JCTL-SITVERIF    PIC X(1).
      *
       FD RELVJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVJORN.TXT".
       01 LINHA-REL PIC X(90).
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
       01 W-SPRELID     PIC X(06) VALUE "VERJOR".
       01 W-SPARQ       PIC X(14) VALUE "RELVJORN.TXT".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-OPCMORTO    PIC X(01) VALUE "N".
       01 W-TEMMORTO    PIC X(01) VALUE "N".
       01 W-ORIGEM      PIC X(05) VALUE SPACES.
       01 W-NSEQESP     PIC 9(09) VALUE ZEROS.
       01 W-NSEQLIDO    PIC 9(09) VALUE ZEROS.
       01 W-CHKANT      PIC 9(09) VALUE ZEROS.
       01 W-CHKCALC     PIC 9(09) VALUE ZEROS.
       01 W-CHKLIDO     PIC 9(09) VALUE ZEROS.
       01 W-FALTAM      PIC 9(09) VALUE ZEROS.
       01 W-QTDMORTO    PIC 9(09) VALUE ZEROS.
       01 W-QTDFECH     PIC 9(06) VALUE ZEROS.
       01 W-QTDVIVO     PIC 9(09) VALUE ZEROS.
       01 W-QTDERRO     PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
      *    REGISTRO DO JORNAL A GRAVAR PELO JORNREG
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

       01 LIN-TITULO    PIC X(90) VALUE
          "*** VERIFICACAO DA CADEIA DO JORNAL DE ACOES ***".
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.

       01 LIN-CTL.
          03 FILLER        PIC X(19) VALUE "CONTROLE - ULTIMO: ".
          03 LC-ULT        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(15) VALUE "  BASE VIVA A ".
          03 LC-BASE       PIC ZZZZZZZZ9.
          03 FILLER        PIC X(17) VALUE "  ARQUIVADO EM: ".
          03 LC-DTARQ      PIC 9(08).
          03 FILLER        PIC X(13) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(07) VALUE "ORIGEM ".
          03 FILLER        PIC X(11) VALUE "NSEQ       ".
          03 FILLER        PIC X(20) VALUE "DATA     HORA   SEQ ".
          03 FILLER        PIC X(52) VALUE "OCORRENCIA".

       01 LIN-DET.
          03 LD-ORIGEM     PIC X(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NSEQ       PIC 9(09).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-HORA       PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SEQ        PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MENS       PIC X(52).

       01 W-MENSFALTA.
          03 FILLER        PIC X(07) VALUE "FALTAM ".
          03 MF-QTD        PIC ZZZZZZZZ9.
          03 FILLER        PIC X(36) VALUE
             " REGISTRO(S) ANTES DESTE NA CADEIA".

       01 LIN-TOT1.
          03 FILLER        PIC X(28) VALUE
             "REGISTROS NO ARQUIVO MORTO: ".
          03 LT-MORTO      PIC ZZZZZZZZ9.
          03 FILLER        PIC X(18) VALUE "  FECHAMENTOS  : ".
          03 LT-FECH       PIC ZZZZZ9.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-TOT2.
          03 FILLER        PIC X(28) VALUE
             "REGISTROS NA BASE VIVA    : ".
          03 LT-VIVO       PIC ZZZZZZZZ9.
          03 FILLER        PIC X(18) VALUE "  OCORRENCIAS  : ".
          03 LT-ERRO       PIC ZZZZZ9.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-RESULT    PIC X(90) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** VERIFICACAO DA CADEIA DO JORNAL ***"
           DISPLAY "VERIFICAR TAMBEM O ARQUIVO MORTO (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCMORTO
           IF W-OPCMORTO = "s"
              MOVE "S" TO W-OPCMORTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM ROT-LE-OPERADOR THRU ROT-LE-OPERADOR-FIM.
       R0A.
           OPEN I-O CADJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CONTROLE DO JORNAL (CADJCTL) NAO ENCONTRADO - "
                      "RODAR O CNVJORN"
              GO TO ROT-FIM2.
           MOVE 1 TO JCTL-COD
           READ CADJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CONTROLE DO JORNAL (CADJCTL) SEM REGISTRO - "
                      "RODAR O CNVJORN"
              CLOSE CADJCTL
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADJORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "39"
                 DISPLAY "CADJORN NO LEIAUTE ANTERIOR - RODAR O "
                         "CNVJORN"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADJORN"
              END-IF
              CLOSE CADJCTL
              GO TO ROT-FIM2.
       R0C.
           OPEN OUTPUT RELVJORN
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELVJORN.TXT"
              CLOSE CADJCTL CADJORN
              GO TO ROT-FIM2.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE JCTL-ULTNSEQ  TO LC-ULT
           COMPUTE LC-BASE = JCTL-BASENSEQ + 1
           MOVE JCTL-DTARQ    TO LC-DTARQ
           WRITE LINHA-REL FROM LIN-CTL
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * PASSO 1: ARQUIVO MORTO, DESDE O INICIO DA CADEIA       *
      *********************************************************
       R1.
           IF W-OPCMORTO NOT = "S"
              GO TO R3.
           MOVE "MORTO" TO W-ORIGEM
           MOVE 1     TO W-NSEQESP
           MOVE ZEROS TO W-CHKANT
           MOVE "S" TO W-TEMMORTO
           OPEN INPUT ARQJORN
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMMORTO.
           IF W-TEMMORTO = "S"
              MOVE "N" TO W-FIM
              PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
              CLOSE ARQJORN.
      *    A EMENDA: O MORTO TEM DE TERMINAR NA BASE DO CONTROLE
           IF W-TEMMORTO NOT = "S" AND JCTL-BASENSEQ = ZEROS
              GO TO R3.
           IF W-TEMMORTO NOT = "S"
              MOVE JCTL-BASENSEQ TO LD-NSEQ
              MOVE "ARQUIVO MORTO (ARQJORN.DAT) NAO ENCONTRADO"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R3.
           IF W-NSEQESP - 1 NOT = JCTL-BASENSEQ
              MOVE W-NSEQESP TO LD-NSEQ
              SUBTRACT 1 FROM LD-NSEQ
              MOVE "FIM DO MORTO DIFERE DA BASE DO CONTROLE (CADJCTL)"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R3.
           IF W-CHKANT NOT = JCTL-BASECHECK
              MOVE JCTL-BASENSEQ TO LD-NSEQ
              MOVE "CHECK DO FIM DO MORTO DIFERE DO CONTROLE (CADJCTL)"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM.
      *
      *********************************************************
      * PASSO 2: BASE VIVA, EMENDANDO NA BASE DO CONTROLE      *
      *********************************************************
       R3.
           MOVE "VIVO " TO W-ORIGEM
           COMPUTE W-NSEQESP = JCTL-BASENSEQ + 1
           MOVE JCTL-BASECHECK TO W-CHKANT
           MOVE "N" TO W-FIM
           MOVE ZEROS TO JORN-NSEQ
           START CADJORN KEY IS NOT LESS JORN-NSEQ
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
      *    O FIM DA CADEIA TEM DE BATER COM O ULTIMO DO CONTROLE:
      *    PEGA A REMOCAO DAS ULTIMAS ENTRADAS
           MOVE SPACES TO LD-ORIGEM
           MOVE ZEROS TO LD-DATA LD-HORA LD-SEQ
           IF W-NSEQESP - 1 < JCTL-ULTNSEQ
              COMPUTE W-FALTAM = JCTL-ULTNSEQ - W-NSEQESP + 1
              MOVE W-FALTAM TO MF-QTD
              MOVE JCTL-ULTNSEQ TO LD-NSEQ
              MOVE "NO FIM DA CADEIA FALTAM" TO LD-MENS
              MOVE MF-QTD TO LD-MENS (25:9)
              MOVE "REGISTRO(S)" TO LD-MENS (35:11)
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R5.
           IF W-NSEQESP - 1 > JCTL-ULTNSEQ
              COMPUTE LD-NSEQ = W-NSEQESP - 1
              MOVE "CADEIA PASSA DO ULTIMO NSEQ DO CONTROLE (CADJCTL)"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R5.
           IF W-CHKANT NOT = JCTL-ULTCHECK
              MOVE JCTL-ULTNSEQ TO LD-NSEQ
              MOVE "CHECK DO FIM DA CADEIA DIFERE DO CONTROLE (CADJCTL)"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM.
      *
       R5.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-QTDMORTO TO LT-MORTO
           MOVE W-QTDFECH  TO LT-FECH
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDVIVO  TO LT-VIVO
           MOVE W-QTDERRO  TO LT-ERRO
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-BRANCO
           IF W-QTDERRO = ZEROS
              MOVE "*** CADEIA INTEGRA ***" TO LIN-RESULT
              MOVE "O" TO JCTL-SITVERIF
           ELSE
              MOVE "*** CADEIA COM OCORRENCIAS - VER ACIMA ***"
                   TO LIN-RESULT
              MOVE "E" TO JCTL-SITVERIF.
           IF W-OPCMORTO NOT = "S"
              MOVE "(SO A BASE VIVA)" TO LIN-RESULT (45:16).
           WRITE LINHA-REL FROM LIN-RESULT
           MOVE W-HOJE TO JCTL-DTVERIF
           REWRITE REGJCTL
           GO TO ROT-FIM.
      *
      *********************************************************
      * CONFERENCIA DO ARQUIVO MORTO: REGISTROS (R) EM ORDEM   *
      * DE NSEQ E FECHAMENTOS (Z) LOGO APOS O ULTIMO MOVIDO    *
      *********************************************************
       R2.
           READ ARQJORN NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE AJ-NSEQ TO LD-NSEQ
           MOVE AJ-DATA TO LD-DATA
           MOVE AJ-HORA TO LD-HORA
           MOVE AJ-SEQ  TO LD-SEQ
           IF AJ-TIPO = "Z"
              GO TO R2-FECH.
           IF AJ-TIPO NOT = "R"
              MOVE "TIPO DE REGISTRO INVALIDO NO MORTO" TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R2-FIM.
           ADD 1 TO W-QTDMORTO
           IF AJ-NSEQJ NOT = AJ-NSEQ
              MOVE "NSEQ DO REGISTRO DIFERE DA CHAVE DO MORTO"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM.
           MOVE AJ-NSEQ  TO W-NSEQLIDO
           MOVE AJ-CHECK TO W-CHKLIDO
           CALL "CHKJORN" USING AJ-REG W-CHKANT W-CHKCALC
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
           GO TO R2-FIM.
      *    FECHAMENTO: NSEQ DO ULTIMO MOVIDO E CHECK PROPRIO SOBRE
      *    O CHECK DELE; NAO MEXE NA CADEIA
       R2-FECH.
           ADD 1 TO W-QTDFECH
           IF AJ-NSEQ NOT = W-NSEQESP - 1 OR AJ-NSEQJ NOT = AJ-NSEQ
              MOVE "FECHAMENTO FORA DA CADEIA" TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R2-FIM.
           CALL "CHKJORN" USING AJ-REG W-CHKANT W-CHKCALC
           IF W-CHKCALC NOT = AJ-CHECK
              MOVE "FECHAMENTO ALTERADO (CHECK NAO CONFERE)" TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * CONFERENCIA DA BASE VIVA NA ORDEM DA CADEIA            *
      *********************************************************
       R4.
           READ CADJORN NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           ADD 1 TO W-QTDVIVO
           MOVE JORN-NSEQ TO LD-NSEQ
           MOVE JORN-DATA TO LD-DATA
           MOVE JORN-HORA TO LD-HORA
           MOVE JORN-SEQ  TO LD-SEQ
           IF JORN-NSEQ NOT > JCTL-BASENSEQ
              MOVE "JA ARQUIVADO E AINDA NA BASE VIVA" TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO R4-FIM.
           MOVE JORN-NSEQ  TO W-NSEQLIDO
           MOVE JORN-CHECK TO W-CHKLIDO
           CALL "CHKJORN" USING REGJORN W-CHKANT W-CHKCALC
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM.
       R4-FIM.
           EXIT.
      *
      *********************************************************
      * CONFERE UM ELO: NSEQ ESPERADO E CHECK RECALCULADO.     *
      * DEPOIS DE UM BURACO NAO HA COMO REFAZER O CHECK (O     *
      * ANTERIOR SUMIU): SO APONTA O BURACO E RETOMA DALI.     *
      * A CADEIA SEGUE PELO CHECK GRAVADO, ENTAO UMA ALTERACAO *
      * APARECE UMA VEZ SO.                                    *
      *********************************************************
       ROT-CONFERE.
           IF W-NSEQLIDO < W-NSEQESP
              MOVE "REGISTRO REPETIDO OU FORA DE ORDEM NA CADEIA"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO ROT-CONFERE-FIM.
           IF W-NSEQLIDO > W-NSEQESP
              COMPUTE W-FALTAM = W-NSEQLIDO - W-NSEQESP
              MOVE W-FALTAM TO MF-QTD
              MOVE W-MENSFALTA TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM
              GO TO ROT-CONFERE-SEGUE.
           IF W-CHKCALC NOT = W-CHKLIDO
              MOVE "REGISTRO ALTERADO - VALOR DE CONTROLE NAO CONFERE"
                   TO LD-MENS
              PERFORM ROT-OCORRENCIA THRU ROT-OCORRENCIA-FIM.
       ROT-CONFERE-SEGUE.
           MOVE W-CHKLIDO TO W-CHKANT
           COMPUTE W-NSEQESP = W-NSEQLIDO + 1.
       ROT-CONFERE-FIM.
           EXIT.
      *
       ROT-OCORRENCIA.
           MOVE W-ORIGEM TO LD-ORIGEM
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDERRO.
       ROT-OCORRENCIA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADJORN CADJCTL RELVJORN
           DISPLAY "*** VERIFICACAO GERADA EM RELVJORN.TXT ***"
           DISPLAY "REGISTROS NO MORTO : " W-QTDMORTO
           DISPLAY "REGISTROS NA BASE  : " W-QTDVIVO
           DISPLAY "OCORRENCIAS        : " W-QTDERRO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *    OPERADOR DA SESSAO (CADTRAVA)
       ROT-LE-OPERADOR.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-JOPER
              END-IF
              CLOSE CADTRAVA.
       ROT-LE-OPERADOR-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA A      *
      * VERIFICACAO COM O RESULTADO                            *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS      TO W-JNSEQ
           MOVE W-JOPER    TO W-JNOPER
           MOVE "VERJORN " TO W-JNPROG
           MOVE "CADJORN " TO W-JNARQ
           MOVE "C"        TO W-JNACAO
           MOVE SPACES     TO W-JNCHREG
           MOVE JCTL-ULTNSEQ TO W-JNCHREG (1:9)
           MOVE "VERIF.OK  " TO W-JNRESUMO
           IF W-QTDERRO > ZEROS
              MOVE "VERIF.ERRO" TO W-JNRESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    39 = ARQUIVO COM LEIAUTE DIFERENTE DO DECLARADO
