      *   (M) NDEPS DO CADFUNC DIFERENTE DA CONTAGEM DO CADDEP       *
      *   (M) FERIAS EM CADFERIAS DE FUNCIONARIO DESLIGADO OU        *
      *       INEXISTENTE                                            *
      *   (M) CEP DO ENDERECO SEM CADASTRO EM CADCEP (FUNCIONARIO,   *
      *       AMIGO E CLIENTE) - CEP EXTINTO OU TROCADO PELOS        *
      *       CORREIOS E NAO PROPAGADO (VER TROCCEP)                 *
      * RODAR SEMANALMENTE, ANTES DOS FECHAMENTOS.                   *
      **************************************************************
      *----------------------------------------------------------------
                      ALTERNATE RECORD KEY IS CARGO-AREA
                                   WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CEP-CIDADE
                                   WITH DUPLICATES.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO12
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELINTEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               03 CARGO-AREA       PIC 9(3).
               03 CARGO-TPSAL      PIC 9(1).
               03 CARGO-SALBASE    PIC 9(6)V99.
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
                03 CEP-NUMCEP        PIC 9(08).
                03 CEP-LOGRA         PIC X(30).
                03 CEP-BAIRRO        PIC X(20).
                03 CEP-CIDADE        PIC X(20).
                03 CEP-UF            PIC X(02).
      *
       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO       PIC X(12).
          03 NOME-AM       PIC X(30).
          03 EMAIL-AM      PIC X(30).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 DATANASC1     PIC 9(08).
          03 ENDERECO-AM   PIC 9(8).
          03 NENDRC-AM     PIC 9(5).
          03 COMPENDRC-AM  PIC X(10).
          03 SITAMIGO      PIC X(01).
          03 INDICADOR-AM  PIC X(12).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD RELINTEG
               LABEL RECORD IS STANDARD
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMDEP      PIC X(01) VALUE "N".
       01 W-TEMFER      PIC X(01) VALUE "N".
       01 W-TEMVDA      PIC X(01) VALUE "N".
       01 W-TEMCAR      PIC X(01) VALUE "N".
       01 W-TEMPAG      PIC X(01) VALUE "N".
       01 W-TEMCEP      PIC X(01) VALUE "N".
       01 W-TEMAMIGO    PIC X(01) VALUE "N".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-QTDFUNC     PIC 9(06) VALUE ZEROS.
       01 W-QTDPAG      PIC 9(06) VALUE ZEROS.
       01 W-QTDDEP      PIC 9(06) VALUE ZEROS.
       01 W-QTDFER      PIC 9(06) VALUE ZEROS.
       01 W-QTDVDA      PIC 9(06) VALUE ZEROS.
       01 W-QTDAMIGO    PIC 9(06) VALUE ZEROS.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
      *    CEP A CONFERIR NO CADCEP E COMPLEMENTO DA LINHA
       01 W-CEPCHK      PIC 9(08) VALUE ZEROS.
       01 W-COMPLCEP.
          03 FILLER        PIC X(04) VALUE "CEP ".
          03 W-CCEP        PIC 9(08) VALUE ZEROS.
       01 W-NDEPREAL    PIC 9(02) VALUE ZEROS.
       01 W-TOTGRAVE    PIC 9(05) VALUE ZEROS.
       01 W-TOTMEDIO    PIC 9(05) VALUE ZEROS.
           OPEN INPUT CADCAR
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCAR.
           MOVE "S" TO W-TEMCEP
           OPEN INPUT CADCEP
           IF ST-ERRO10 NOT = "00"
              MOVE "N" TO W-TEMCEP.
           MOVE "S" TO W-TEMAMIGO
           OPEN INPUT CADAMIGO
           IF ST-ERRO11 NOT = "00"
              MOVE "N" TO W-TEMAMIGO.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-ERRO12 NOT = "00"
              MOVE "N" TO W-TEMCLI.
       R0D.
           OPEN OUTPUT RELINTEG
           IF ST-ERRO9 NOT = "00"
           IF W-TEMVDA = "S" AND W-TEMCAR = "S"
              MOVE "N" TO W-FIM
              PERFORM R8 THRU R8-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * PASSO 5: CADAMIGO - CEP DO ENDERECO FORA DO CADCEP     *
      *********************************************************
       R7A.
           IF W-TEMAMIGO = "S" AND W-TEMCEP = "S"
              MOVE "N" TO W-FIM
              PERFORM R10 THRU R10-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * PASSO 6: CADCLI - CEP DO ENDERECO FORA DO CADCEP       *
      *********************************************************
       R7B.
           IF W-TEMCLI = "S" AND W-TEMCEP = "S"
              MOVE "N" TO W-FIM
              PERFORM R11 THRU R11-FIM UNTIL W-FIM = "S".
      *
       R9.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "CADVDA      " TO LC-ARQ
           MOVE W-QTDVDA TO LC-QTD
           WRITE LINHA-REL FROM LIN-CONT
           MOVE "CADAMIGO    " TO LC-ARQ
           MOVE W-QTDAMIGO TO LC-QTD
           WRITE LINHA-REL FROM LIN-CONT
           MOVE "CADCLI      " TO LC-ARQ
           MOVE W-QTDCLI TO LC-QTD
           WRITE LINHA-REL FROM LIN-CONT
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-TOTGRAVE TO LT-GRAVE
           MOVE W-TOTMEDIO TO LT-MEDIO
              MOVE CODFUNC TO LD-CHAVE
              WRITE LINHA-REL FROM LIN-DET.
       R2C.
           IF W-TEMCEP = "S" AND ENDERECO NOT = ZEROS
              MOVE ENDERECO TO W-CEPCHK
              PERFORM ROT-CHK-CEP THRU ROT-CHK-CEP-FIM
              IF ST-ERRO10 NOT = "00"
                 MOVE "CEP SEM CADASTRO EM CADCEP - FUNC" TO LD-TEXTO
                 MOVE CODFUNC TO LD-CHAVE
                 PERFORM ROT-LIN-CEP THRU ROT-LIN-CEP-FIM.
       R2D.
           IF W-TEMDEP NOT = "S"
              GO TO R2-FIM.
           PERFORM ROT-CONTA-DEP THRU ROT-CONTA-DEP-FIM
              WRITE LINHA-REL FROM LIN-DET.
       R8-FIM.
           EXIT.
      *
       R10.
           READ CADAMIGO NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R10-FIM
           END-READ
           IF ST-ERRO11 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R10-FIM.
           ADD 1 TO W-QTDAMIGO
           IF ENDERECO-AM = ZEROS
              GO TO R10-FIM.
           MOVE ENDERECO-AM TO W-CEPCHK
           PERFORM ROT-CHK-CEP THRU ROT-CHK-CEP-FIM
           IF ST-ERRO10 NOT = "00"
              MOVE "CEP SEM CADASTRO EM CADCEP - AMIGO" TO LD-TEXTO
              MOVE APELIDO TO LD-CHAVE
              PERFORM ROT-LIN-CEP THRU ROT-LIN-CEP-FIM.
       R10-FIM.
           EXIT.
      *
       R11.
           READ CADCLI NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R11-FIM
           END-READ
           IF ST-ERRO12 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R11-FIM.
           ADD 1 TO W-QTDCLI
           IF CLI-CEP = ZEROS
              GO TO R11-FIM.
           MOVE CLI-CEP TO W-CEPCHK
           PERFORM ROT-CHK-CEP THRU ROT-CHK-CEP-FIM
           IF ST-ERRO10 NOT = "00"
              MOVE "CEP SEM CADASTRO EM CADCEP - CLI" TO LD-TEXTO
              MOVE CLI-COD TO LD-CHAVE
              PERFORM ROT-LIN-CEP THRU ROT-LIN-CEP-FIM.
       R11-FIM.
           EXIT.
      *
      *********************************************************
      * CEP DO ENDERECO NO CADCEP (ST-ERRO10 = "00" SE ACHOU)  *
      * E LINHA DE EXCECAO MEDIA COM O CEP NO COMPLEMENTO      *
      *********************************************************
       ROT-CHK-CEP.
           MOVE W-CEPCHK TO CEP-NUMCEP
           READ CADCEP.
       ROT-CHK-CEP-FIM.
           EXIT.
      *
       ROT-LIN-CEP.
           ADD 1 TO W-TOTMEDIO
           MOVE "(M) " TO LD-GRAV
           MOVE W-CEPCHK TO W-CCEP
           MOVE W-COMPLCEP TO LD-COMPL
           WRITE LINHA-REL FROM LIN-DET
           MOVE SPACES TO LD-COMPL.
       ROT-LIN-CEP-FIM.
           EXIT.
      *
      *********************************************************
      * CONTA OS DEPENDENTES REAIS DO FUNCIONARIO EM CADDEP    *
              CLOSE CADVDA.
           IF W-TEMCAR = "S"
              CLOSE CADCAR.
           IF W-TEMCEP = "S"
              CLOSE CADCEP.
           IF W-TEMAMIGO = "S"
              CLOSE CADAMIGO.
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           DISPLAY "*** VERIFICACAO GERADA EM RELINTEG.TXT ***"
           DISPLAY "EXCECOES GRAVES : " W-TOTGRAVE
           DISPLAY "EXCECOES MEDIAS : " W-TOTMEDIO.
