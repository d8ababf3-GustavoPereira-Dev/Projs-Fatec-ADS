       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQJORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ARQUIVAMENTO DO JORNAL DE ACOES DOS OPERADORES - MOVE PARA O *
      * ARQUIVO MORTO (ARQJORN.DAT) AS ENTRADAS DO CADJORN COM MAIS  *
      * DE N ANOS (INFORMADO OU PARAMETRO 035 DO CADPARAM, PADRAO 5) *
      * NA ORDEM DA CADEIA (JORN-NSEQ), A PARTIR DO INICIO DA BASE   *
      * VIVA GUARDADO NO CONTROLE (CADJCTL). CADA ENTRADA E CONFERIDA*
      * ANTES DE SAIR (NSEQ SEGUIDO E CHECK RECALCULADO PELO         *
      * CHKJORN); NO PRIMEIRO PROBLEMA O ARQUIVAMENTO PARA E O       *
      * VERJORN DEVE SER RODADO.                                     *
      * O ARQUIVO MORTO GUARDA O REGISTRO INTEIRO, COM NSEQ E CHECK, *
      * E CADA EXECUCAO FECHA COM UM REGISTRO DE CONTROLE (TIPO Z)   *
      * COM O PRIMEIRO E O ULTIMO NSEQ MOVIDOS E O CHECK DO ULTIMO,  *
      * ELE MESMO PROTEGIDO PELO CHKJORN. A CADEIA CONTINUA INTEIRA  *
      * ENTRE O MORTO E A BASE VIVA: O CADJCTL PASSA A GUARDAR O     *
      * ULTIMO NSEQ/CHECK ARQUIVADO COMO BASE.                       *
      * AS ENTRADAS MOVIDAS SAO LISTADAS NO RELATORIO DE EXPURGO     *
      * (JORPURGA.TXT). CONSULTA AO MORTO PELO REL035.               *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAJ
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADJCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JCTL-COD
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT JORPURGA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO5.
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
      *    ARQUIVO MORTO DO JORNAL: CHAVE NSEQ + TIPO (R = REGISTRO
      *    DO JORNAL, Z = FECHAMENTO DA EXECUCAO DO ARQUIVAMENTO)
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
       FD JORPURGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORPURGA.TXT".
       01 LINHA-REL PIC X(80).
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ERROCAD     PIC X(01) VALUE "N".
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-ANOS        PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DTLIMITE    PIC 9(08) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-NSEQESP     PIC 9(09) VALUE ZEROS.
       01 W-CHKANT      PIC 9(09) VALUE ZEROS.
       01 W-CHKCALC     PIC 9(09) VALUE ZEROS.
       01 W-PRIMNSEQ    PIC 9(09) VALUE ZEROS.
       01 W-ULTNSEQ     PIC 9(09) VALUE ZEROS.
       01 W-QTDARQ      PIC 9(09) VALUE ZEROS.
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

       01 LIN-TITULO.
          03 FILLER        PIC X(46) VALUE
             "*** EXPURGO DO JORNAL - ENTRADAS ANTERIORES A ".
          03 LT-DATA       PIC 9(08).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(22) VALUE SPACES.

       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

       01 LIN-DET.
          03 FILLER        PIC X(06) VALUE "NSEQ: ".
          03 LD-NSEQ       PIC 9(09).
          03 FILLER        PIC X(09) VALUE "  CHAVE: ".
          03 LD-DATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-HORA       PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SEQ        PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-PROG       PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ARQ        PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-RESUMO     PIC X(10).
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-ERRO.
          03 FILLER        PIC X(12) VALUE "*** NSEQ    ".
          03 LE-NSEQ       PIC 9(09).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LE-MENS       PIC X(57).

       01 LIN-TOT.
          03 FILLER        PIC X(20) VALUE "ENTRADAS ARQUIVADAS:".
          03 LTO-QTD       PIC ZZZZZZZZ9.
          03 FILLER        PIC X(12) VALUE "  NSEQ DE  ".
          03 LTO-PRIM      PIC ZZZZZZZZ9.
          03 FILLER        PIC X(05) VALUE " ATE ".
          03 LTO-ULT       PIC ZZZZZZZZ9.
          03 FILLER        PIC X(16) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** ARQUIVAMENTO DO JORNAL DE ACOES ***"
           DISPLAY "ANOS DE GUARDA NA BASE VIVA (0 = PARAMETRO 035) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOS
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-ANOS = ZEROS
              PERFORM ROT-PRAZO THRU ROT-PRAZO-FIM.
           COMPUTE W-DTLIMITE = W-HOJE - (W-ANOS * 10000)
           DISPLAY "ARQUIVAR ENTRADAS ANTERIORES A " W-DTLIMITE
                   " (" W-ANOS " ANOS)"
           DISPLAY "CONFIRMA O ARQUIVAMENTO (S/N) : " WITH NO ADVANCING
           ACCEPT W-OPCCONF
           IF W-OPCCONF NOT = "S" AND W-OPCCONF NOT = "s"
              DISPLAY "ARQUIVAMENTO CANCELADO"
              GO TO ROT-FIM2.
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CONTROLE DO JORNAL (CADJCTL) NAO ENCONTRADO - "
                      "RODAR O CNVJORN"
              GO TO ROT-FIM-ERRO.
           MOVE 1 TO JCTL-COD
           READ CADJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CONTROLE DO JORNAL (CADJCTL) SEM REGISTRO - "
                      "RODAR O CNVJORN"
              CLOSE CADJCTL
              GO TO ROT-FIM-ERRO.
       R0B.
           OPEN I-O CADJORN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "39"
                 DISPLAY "CADJORN NO LEIAUTE ANTERIOR - RODAR O "
                         "CNVJORN"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADJORN"
              END-IF
              CLOSE CADJCTL
              GO TO ROT-FIM-ERRO.
       R0C.
           OPEN I-O ARQJORN
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQJORN
                 CLOSE ARQJORN
                 OPEN I-O ARQJORN
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQJORN"
                 CLOSE CADJCTL CADJORN
                 GO TO ROT-FIM-ERRO.
       R0D.
           OPEN OUTPUT JORPURGA
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO JORPURGA.TXT"
              CLOSE CADJCTL CADJORN ARQJORN
              GO TO ROT-FIM-ERRO.
           MOVE W-DTLIMITE TO LT-DATA
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * PERCORRE A CADEIA A PARTIR DO INICIO DA BASE VIVA ATE  *
      * A PRIMEIRA ENTRADA DENTRO DO PRAZO DE GUARDA           *
      *********************************************************
       R1.
           COMPUTE W-NSEQESP = JCTL-BASENSEQ + 1
           MOVE JCTL-BASECHECK TO W-CHKANT
           MOVE W-NSEQESP TO JORN-NSEQ
           START CADJORN KEY IS NOT LESS JORN-NSEQ
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * FECHAMENTO DA EXECUCAO NO MORTO E NOVA BASE NO CONTROLE*
      *********************************************************
       R3.
           IF W-QTDARQ = ZEROS
              GO TO R4.
           MOVE W-ULTNSEQ TO AJ-NSEQ
           MOVE "Z"       TO AJ-TIPO
           MOVE W-HOJE    TO AJ-DATA
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO AJ-HORA
           MOVE ZEROS     TO AJ-SEQ
           MOVE W-JOPER   TO AJ-OPER
           MOVE "ARQJORN " TO AJ-PROG
           MOVE "CADJORN " TO AJ-ARQ
           MOVE "F"       TO AJ-ACAO
           MOVE SPACES    TO AJ-CHREG
           MOVE W-PRIMNSEQ TO AJ-CHREG (1:9)
           MOVE "FECHAMENTO" TO AJ-RESUMO
           MOVE W-ULTNSEQ TO AJ-NSEQJ
           CALL "CHKJORN" USING AJ-REG W-CHKANT AJ-CHECK
           WRITE REGAJ
           IF ST-ERRO2 = "22"
              REWRITE REGAJ.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO FECHAMENTO NO ARQJORN - "
                      "FILE STATUS " ST-ERRO2.
           MOVE W-ULTNSEQ TO JCTL-BASENSEQ
           MOVE W-CHKANT  TO JCTL-BASECHECK
           MOVE W-HOJE    TO JCTL-DTARQ
           REWRITE REGJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ATUALIZACAO DO CADJCTL - FILE STATUS "
                      ST-ERRO3.
       R4.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-QTDARQ   TO LTO-QTD
           MOVE W-PRIMNSEQ TO LTO-PRIM
           MOVE W-ULTNSEQ  TO LTO-ULT
           WRITE LINHA-REL FROM LIN-TOT
           GO TO ROT-FIM.
      *
       R2.
           READ CADJORN NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF JORN-DATA NOT < W-DTLIMITE
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF JORN-NSEQ NOT = W-NSEQESP
              MOVE W-NSEQESP TO LE-NSEQ
              MOVE "FALTA NA CADEIA - ARQUIVAMENTO INTERROMPIDO"
                   TO LE-MENS
              GO TO R2-ERRO.
           CALL "CHKJORN" USING REGJORN W-CHKANT W-CHKCALC
           IF W-CHKCALC NOT = JORN-CHECK
              MOVE JORN-NSEQ TO LE-NSEQ
              MOVE "CHECK NAO CONFERE - ARQUIVAMENTO INTERROMPIDO"
                   TO LE-MENS
              GO TO R2-ERRO.
           MOVE JORN-NSEQ  TO AJ-NSEQ
           MOVE "R"        TO AJ-TIPO
           MOVE JORN-DADOS TO AJ-REG (1:60)
           MOVE JORN-NSEQ  TO AJ-NSEQJ
           MOVE JORN-CHECK TO AJ-CHECK
           WRITE REGAJ
           IF ST-ERRO2 = "22"
              REWRITE REGAJ.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQJORN - FILE STATUS "
                      ST-ERRO2
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
      *    SO ENTRA NA NOVA BASE O QUE SAIU DO CADJORN: SE A
      *    EXCLUSAO FALHA, PARA ANTES DE CONTAR A ENTRADA (A COPIA
      *    NO ARQJORN E REGRAVADA NA PROXIMA EXECUCAO)
           DELETE CADJORN RECORD
           IF ST-ERRO NOT = "00"
              MOVE JORN-NSEQ TO LE-NSEQ
              MOVE "EXCLUSAO NO CADJORN COM ERRO - ARQUIV. INTERROMPIDO"
                   TO LE-MENS
              GO TO R2-ERRO.
           IF W-QTDARQ = ZEROS
              MOVE JORN-NSEQ TO W-PRIMNSEQ.
           ADD 1 TO W-QTDARQ
           MOVE JORN-NSEQ  TO W-ULTNSEQ LD-NSEQ
           MOVE JORN-CHECK TO W-CHKANT
           ADD 1 TO W-NSEQESP
           MOVE JORN-DATA   TO LD-DATA
           MOVE JORN-HORA   TO LD-HORA
           MOVE JORN-SEQ    TO LD-SEQ
           MOVE JORN-PROG   TO LD-PROG
           MOVE JORN-ARQ    TO LD-ARQ
           MOVE JORN-RESUMO TO LD-RESUMO
           WRITE LINHA-REL FROM LIN-DET
           GO TO R2-FIM.
      *    PROBLEMA NA CADEIA: PARA SEM MEXER NO RESTO; O QUE JA
      *    SAIU ESTA CONFERIDO E FECHA NORMALMENTE
       R2-ERRO.
           WRITE LINHA-REL FROM LIN-ERRO
           DISPLAY LIN-ERRO
           DISPLAY "CADEIA DO JORNAL COM PROBLEMA - RODE O VERJORN"
           MOVE "S" TO W-ERROCAD
           MOVE "S" TO W-FIM.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADJORN ARQJORN CADJCTL JORPURGA
           DISPLAY "*** ARQUIVAMENTO CONCLUIDO - EXPURGO EM "
                   "JORPURGA.TXT ***"
           DISPLAY "ENTRADAS ARQUIVADAS : " W-QTDARQ
           DISPLAY "PRIMEIRO NSEQ       : " W-PRIMNSEQ
           DISPLAY "ULTIMO NSEQ         : " W-ULTNSEQ
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           GO TO ROT-FIM2.
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
      * PRAZO DE GUARDA NA BASE VIVA (CADPARAM 035, PADRAO 5)  *
      *********************************************************
       ROT-PRAZO.
           MOVE 5 TO W-ANOS
           OPEN INPUT CADPARAM
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-PRAZO-FIM.
           MOVE W-HOJE (1:6) TO W-PARAMCOMP
           MOVE 035 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > ZEROS
              MOVE W-PARAMVLR TO W-ANOS.
           CLOSE CADPARAM.
       ROT-PRAZO-FIM.
           EXIT.
      *
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
           IF ST-ERRO5 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA A      *
      * EXECUCAO DO ARQUIVAMENTO COM O ULTIMO NSEQ MOVIDO      *
      *********************************************************
       ROT-GRAVA-JORNAL.
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS      TO W-JNSEQ
           MOVE W-JOPER    TO W-JNOPER
           MOVE "ARQJORN " TO W-JNPROG
           MOVE "CADJORN " TO W-JNARQ
           MOVE "E"        TO W-JNACAO
           MOVE SPACES     TO W-JNCHREG
           MOVE W-ULTNSEQ  TO W-JNCHREG (1:9)
           MOVE "ARQUIVAM. " TO W-JNRESUMO
           IF W-ERROCAD = "S"
              MOVE "ARQ.INTERR" TO W-JNRESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
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
           MOVE TRAVA-OPERADOR TO W-JOPER
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
           MOVE "ARQJORN " TO TRAVA-PROGBATCH
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    39 = ARQUIVO COM LEIAUTE DIFERENTE DO DECLARADO
