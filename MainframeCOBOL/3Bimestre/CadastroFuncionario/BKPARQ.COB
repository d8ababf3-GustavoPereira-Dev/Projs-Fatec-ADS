      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * COPIA, VERIFICACAO E REORGANIZACAO DOS MESTRES INDEXADOS -   *
      * OPERA SOBRE CADFUNC.DAT, CADPAG.DAT E CADMOV.DAT EM TRES     *
      * MODOS:                                                       *
      *   U = DESCARGA: COPIA O INDEXADO PARA O SEQUENCIAL DE        *
      *       SEGURANCA (.BKP) COM CONTAGEM E TOTAL DE CONFERENCIA   *
      *       (SOMA DO SALBRUTO NO CADPAG, SOMA DO CODFUNC NO        *
      *       CADFUNC, SOMA DO MOV-VALOR NO CADMOV)                  *
      *   R = RECARGA: RECONSTROI O INDEXADO A PARTIR DO .BKP        *
      *       (ARQUIVO NOVO - RECUPERA O ESPACO MORTO DAS            *
      *       EXCLUSOES) E PROVA QUE AS CONTAGENS BATEM              *
      *   V = VERIFICACAO: LE O INDEXADO DE PONTA A PONTA            *
      *       APONTANDO REGISTROS COM ERRO DE LEITURA; NO CADPAG E   *
      *       NO CADMOV PERCORRE TAMBEM A CHAVE ALTERNATIVA DE       *
      *       COMPETENCIA (ANOMES / MOV-ANOMES) E CONFERE CONTAGEM,  *
      *       TOTAL E ORDEM COM A LEITURA PELA CHAVE PRIMARIA        *
      * CADA EXECUCAO E REGISTRADA EM BKPCTRL.TXT.                   *
      **************************************************************
      *----------------------------------------------------------------
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT BKPFUNC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
           SELECT BKPPAG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT BKPMOV ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT BKPCTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
      *
       FD CADMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOV.DAT".
       01 REGMOV.
          03 CHAVEMOV.
             05 MOV-CODFUNC   PIC 9(5).
             05 MOV-ANOMES.
                07 MOV-ANO    PIC 9(4).
                07 MOV-MES    PIC 9(2).
             05 MOV-EVENTO    PIC 9(3).
          03 MOV-TIPO         PIC X(1).
          03 MOV-DESCR        PIC X(20).
          03 MOV-VALOR        PIC 9(6)V99.
      *
       FD BKPFUNC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.BKP".
       01 REGBKPPAG     PIC X(62).
      *
       FD BKPMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOV.BKP".
       01 REGBKPMOV     PIC X(39).
      *
       FD BKPCTRL
               LABEL RECORD IS STANDARD
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ARQ         PIC 9(01) VALUE ZEROS.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-HASH        PIC 9(12)V99 VALUE ZEROS.
       01 W-QTDBKP      PIC 9(07) VALUE ZEROS.
       01 W-HASHBKP     PIC 9(12)V99 VALUE ZEROS.
       01 W-QTDALT      PIC 9(07) VALUE ZEROS.
       01 W-HASHALT     PIC 9(12)V99 VALUE ZEROS.
       01 W-ANOMESANT   PIC 9(06) VALUE ZEROS.

       01 LIN-CTRL.
          03 LC-DATA       PIC 9(08).
       INICIO.
       R0.
           DISPLAY "*** COPIA/VERIFICACAO/REORGANIZACAO ***"
           DISPLAY "ARQUIVO (1=CADFUNC  2=CADPAG  3=CADMOV) : "
                   WITH NO ADVANCING
           ACCEPT W-ARQ
           IF W-ARQ NOT = 1 AND W-ARQ NOT = 2 AND W-ARQ NOT = 3
              DISPLAY "ARQUIVO INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "MODO (U=DESCARGA R=RECARGA V=VERIFICA) : "
              IF W-MODO = "R" GO TO RF-RELOAD.
           IF W-ARQ = 1
              GO TO RF-VERIF.
           IF W-ARQ = 3
              IF W-MODO = "U" GO TO RM-UNLOAD.
           IF W-ARQ = 3
              IF W-MODO = "R" GO TO RM-RELOAD.
           IF W-ARQ = 3
              GO TO RM-VERIF.
           IF W-MODO = "U" GO TO RP-UNLOAD.
           IF W-MODO = "R" GO TO RP-RELOAD.
           GO TO RP-VERIF.
           ADD SALBRUTO TO W-HASH
           GO TO RP-VERIF-RD.
       RP-VERIF-FIM.
           PERFORM RP-VERIF-ALT THRU RP-VERIF-ALT-FIM
           CLOSE CADPAG
           MOVE "CADPAG  " TO LC-ARQ
           GO TO ROT-RESULT.
      *
      *    CHAVE ALTERNATIVA ANOMES: TEM DE DEVOLVER OS MESMOS
      *    REGISTROS DA LEITURA PRIMARIA, COM A COMPETENCIA EM ORDEM
       RP-VERIF-ALT.
           MOVE ZEROS TO W-QTDALT W-HASHALT W-ANOMESANT
           MOVE ZEROS TO ANOMES
           START CADPAG KEY IS NOT LESS ANOMES
                 INVALID KEY
                    GO TO RP-VERIF-ALT-CMP.
       RP-VERIF-ALT-RD.
           READ CADPAG NEXT RECORD
               AT END
                  GO TO RP-VERIF-ALT-CMP
           END-READ
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO DE LEITURA PELO ANOMES APOS A FOLHA "
                      CHAVEPGTO " - FILE STATUS " ST-ERRO2
              GO TO RP-VERIF-ALT-CMP.
           IF ANOMES < W-ANOMESANT
              ADD 1 TO W-QTDERRO
              DISPLAY "ANOMES FORA DE ORDEM NA FOLHA " CHAVEPGTO.
           MOVE ANOMES TO W-ANOMESANT
           ADD 1 TO W-QTDALT
           ADD SALBRUTO TO W-HASHALT
           GO TO RP-VERIF-ALT-RD.
       RP-VERIF-ALT-CMP.
           DISPLAY "LIDOS PELO ANOMES     : " W-QTDALT
           IF W-QTDALT NOT = W-QTDREG OR W-HASHALT NOT = W-HASH
              ADD 1 TO W-QTDERRO
              DISPLAY "*** INDICE ANOMES INCONSISTENTE - RODE A "
                      "DESCARGA/RECARGA (U/R) ***".
       RP-VERIF-ALT-FIM.
           EXIT.
      *
      *********************************************************
      * CADMOV: DESCARGA PARA CADMOV.BKP                       *
      *********************************************************
       RM-UNLOAD.
           OPEN INPUT CADMOV
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADMOV.DAT"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT BKPMOV
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADMOV.BKP"
              GO TO ROT-FIM-ERRO.
       RM-UNLOAD-RD.
           READ CADMOV NEXT RECORD
               AT END
                  GO TO RM-UNLOAD-FIM
           END-READ
           IF ST-ERRO6 NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO RM-UNLOAD-FIM.
           ADD 1 TO W-QTDREG
           ADD MOV-VALOR TO W-HASH
           WRITE REGBKPMOV FROM REGMOV
           GO TO RM-UNLOAD-RD.
       RM-UNLOAD-FIM.
           CLOSE CADMOV BKPMOV
           MOVE "CADMOV  " TO LC-ARQ
           GO TO ROT-RESULT.
      *
      *********************************************************
      * CADMOV: RECARGA DO CADMOV.BKP (ARQUIVO NOVO)           *
      *********************************************************
       RM-RELOAD.
           OPEN INPUT BKPMOV
           IF ST-ERRO7 NOT = "00"
              DISPLAY "CADMOV.BKP NAO ENCONTRADO"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT CADMOV
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADMOV.DAT"
              GO TO ROT-FIM-ERRO.
       RM-RELOAD-RD.
           READ BKPMOV
               AT END
                  GO TO RM-RELOAD-FIM
           END-READ
           IF ST-ERRO7 NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO RM-RELOAD-FIM.
           MOVE REGBKPMOV TO REGMOV
           ADD 1 TO W-QTDREG
           ADD MOV-VALOR TO W-HASH
           WRITE REGMOV
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO NA RECARGA DO MOVIMENTO " CHAVEMOV
                      " - FILE STATUS " ST-ERRO6.
           GO TO RM-RELOAD-RD.
       RM-RELOAD-FIM.
           CLOSE CADMOV BKPMOV
           MOVE "CADMOV  " TO LC-ARQ
           GO TO ROT-RESULT.
      *
      *********************************************************
      * CADMOV: VERIFICACAO DE PONTA A PONTA                   *
      *********************************************************
       RM-VERIF.
           OPEN INPUT CADMOV
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADMOV.DAT"
              GO TO ROT-FIM-ERRO.
       RM-VERIF-RD.
           READ CADMOV NEXT RECORD
               AT END
                  GO TO RM-VERIF-FIM
           END-READ
           IF ST-ERRO6 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "REGISTRO COM ERRO DE LEITURA APOS O MOVIMENTO "
                      CHAVEMOV " - FILE STATUS " ST-ERRO6
              GO TO RM-VERIF-FIM.
           ADD 1 TO W-QTDREG
           ADD MOV-VALOR TO W-HASH
           GO TO RM-VERIF-RD.
       RM-VERIF-FIM.
           PERFORM RM-VERIF-ALT THRU RM-VERIF-ALT-FIM
           CLOSE CADMOV
           MOVE "CADMOV  " TO LC-ARQ
           GO TO ROT-RESULT.
      *
       RM-VERIF-ALT.
           MOVE ZEROS TO W-QTDALT W-HASHALT W-ANOMESANT
           MOVE ZEROS TO MOV-ANOMES
           START CADMOV KEY IS NOT LESS MOV-ANOMES
                 INVALID KEY
                    GO TO RM-VERIF-ALT-CMP.
       RM-VERIF-ALT-RD.
           READ CADMOV NEXT RECORD
               AT END
                  GO TO RM-VERIF-ALT-CMP
           END-READ
           IF ST-ERRO6 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO DE LEITURA PELO ANOMES APOS O MOVIMENTO "
                      CHAVEMOV " - FILE STATUS " ST-ERRO6
              GO TO RM-VERIF-ALT-CMP.
           IF MOV-ANOMES < W-ANOMESANT
              ADD 1 TO W-QTDERRO
              DISPLAY "ANOMES FORA DE ORDEM NO MOVIMENTO " CHAVEMOV.
           MOVE MOV-ANOMES TO W-ANOMESANT
           ADD 1 TO W-QTDALT
           ADD MOV-VALOR TO W-HASHALT
           GO TO RM-VERIF-ALT-RD.
       RM-VERIF-ALT-CMP.
           DISPLAY "LIDOS PELO ANOMES     : " W-QTDALT
           IF W-QTDALT NOT = W-QTDREG OR W-HASHALT NOT = W-HASH
              ADD 1 TO W-QTDERRO
              DISPLAY "*** INDICE MOV-ANOMES INCONSISTENTE - RODE A "
                      "DESCARGA/RECARGA (U/R) ***".
       RM-VERIF-ALT-FIM.
           EXIT.
      *
      *********************************************************
      * RESULTADO COMUM: MOSTRA, COMPARA COM A DESCARGA        *
      * ANTERIOR (NA RECARGA) E REGISTRA EM BKPCTRL.TXT        *
