       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVIDX.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * RECONSTRUCAO DO CADPAG E DO CADMOV COM A CHAVE ALTERNATIVA   *
      * DE COMPETENCIA (ANOMES NO CADPAG, MOV-ANOMES NO CADMOV) -    *
      * LE O ARQUIVO ANTIGO, SO COM A CHAVE PRIMARIA, RENOMEADO PARA *
      * CADPAGI.OLD / CADMOVI.OLD, GRAVA O NOVO .DAT JA COM O INDICE *
      * ALTERNATIVO E EM SEGUIDA PERCORRE O NOVO ARQUIVO PELA CHAVE  *
      * ALTERNATIVA, PROVANDO QUE A CONTAGEM E O TOTAL DE            *
      * CONFERENCIA (SOMA DO SALBRUTO / DO MOV-VALOR) BATEM COM A    *
      * CARGA. CADA ARQUIVO CONVERTIDO E REGISTRADO EM BKPCTRL.TXT   *
      * (MODO C). RODAR UMA UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO  *
      * DO CNVEMPR; DEPOIS DISSO A REORGANIZACAO E A VERIFICACAO     *
      * FICAM COM O BKPARQ.                                          *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEPGTO-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT MOVOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEMOV-O
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT BKPCTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
       FD PAGOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGI.OLD".
       01 REGPAG-O.
          03 CHAVEPGTO-O   PIC X(12).
          03 DADOSPAG-O    PIC X(50).
      *
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR            PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
      *
       FD MOVOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVI.OLD".
       01 REGMOV-O.
          03 CHAVEMOV-O    PIC X(14).
          03 DADOSMOV-O    PIC X(25).
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
       FD BKPCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BKPCTRL.TXT".
       01 LINHA-CTRL PIC X(80).
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
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 W-QTDREG      PIC 9(07) VALUE ZEROS.
       01 W-QTDERRO     PIC 9(07) VALUE ZEROS.
       01 W-HASH        PIC 9(12)V99 VALUE ZEROS.
       01 W-QTDALT      PIC 9(07) VALUE ZEROS.
       01 W-HASHALT     PIC 9(12)V99 VALUE ZEROS.
       01 W-ANOMESANT   PIC 9(06) VALUE ZEROS.

       01 LIN-CTRL.
          03 LC-DATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE " ".
          03 LC-ARQ        PIC X(08).
          03 FILLER        PIC X(06) VALUE " MODO ".
          03 LC-MODO       PIC X(01) VALUE "C".
          03 FILLER        PIC X(06) VALUE " REG: ".
          03 LC-QTD        PIC 9(07).
          03 FILLER        PIC X(07) VALUE " HASH: ".
          03 LC-HASH       PIC 9(12)V99.
          03 FILLER        PIC X(07) VALUE " ERROS:".
          03 LC-ERRO       PIC 9(07).
          03 FILLER        PIC X(07) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CHAVE ALTERNATIVA DE COMPETENCIA ***"
           DISPLAY "CONVERTER (1=CADPAG  2=CADMOV  3=AMBOS) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO < 1 OR W-OPCAO > 3
              DISPLAY "OPCAO INVALIDA"
              GO TO ROT-FIM2.
      *
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
      *
      *********************************************************
      * CADPAG: CARGA DO CADPAGI.OLD NO NOVO CADPAG.DAT        *
      *********************************************************
       R1.
           IF W-OPCAO = 2
              GO TO R3.
           MOVE ZEROS TO W-QTDREG W-QTDERRO W-HASH
           OPEN INPUT PAGOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADPAGI.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADPAG.DAT ANTIGO PARA CADPAGI.OLD ANTES"
              GO TO R3.
           OPEN OUTPUT CADPAG
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADPAG.DAT"
              CLOSE PAGOLD
              GO TO R3.
       R2.
           READ PAGOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO R2-FIM.
           MOVE REGPAG-O TO REGPAG
           WRITE REGPAG
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDREG
              ADD SALBRUTO TO W-HASH
           ELSE
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO NA CARGA DA FOLHA " CHAVEPGTO-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE PAGOLD CADPAG
           DISPLAY "FOLHAS CARREGADAS        : " W-QTDREG
           PERFORM ROT-VERIF-PAG THRU ROT-VERIF-PAG-FIM
           MOVE "CADPAG  " TO LC-ARQ
           PERFORM ROT-RESULT THRU ROT-RESULT-FIM.
      *
      *********************************************************
      * CADMOV: CARGA DO CADMOVI.OLD NO NOVO CADMOV.DAT        *
      *********************************************************
       R3.
           IF W-OPCAO = 1
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDREG W-QTDERRO W-HASH
           OPEN INPUT MOVOLD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CADMOVI.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADMOV.DAT ANTIGO PARA CADMOVI.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADMOV
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADMOV.DAT"
              CLOSE MOVOLD
              GO TO ROT-FIM.
       R4.
           READ MOVOLD NEXT RECORD
               AT END
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO R4-FIM.
           MOVE REGMOV-O TO REGMOV
           WRITE REGMOV
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-QTDREG
              ADD MOV-VALOR TO W-HASH
           ELSE
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO NA CARGA DO MOVIMENTO " CHAVEMOV-O
                      " - FILE STATUS " ST-ERRO4.
           GO TO R4.
       R4-FIM.
           CLOSE MOVOLD CADMOV
           DISPLAY "MOVIMENTOS CARREGADOS    : " W-QTDREG
           PERFORM ROT-VERIF-MOV THRU ROT-VERIF-MOV-FIM
           MOVE "CADMOV  " TO LC-ARQ
           PERFORM ROT-RESULT THRU ROT-RESULT-FIM.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
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
      * PROVA DO NOVO CADPAG PELA CHAVE ALTERNATIVA ANOMES:    *
      * MESMA CONTAGEM E MESMO TOTAL DA CARGA, COMPETENCIAS EM *
      * ORDEM CRESCENTE                                        *
      *********************************************************
       ROT-VERIF-PAG.
           MOVE ZEROS TO W-QTDALT W-HASHALT W-ANOMESANT
           OPEN INPUT CADPAG
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO NA ABERTURA DO NOVO CADPAG.DAT"
              GO TO ROT-VERIF-PAG-FIM.
           MOVE ZEROS TO ANOMES
           START CADPAG KEY IS NOT LESS ANOMES
                 INVALID KEY
                    GO TO ROT-VERIF-PAG-CMP.
       ROT-VERIF-PAG-RD.
           READ CADPAG NEXT RECORD
               AT END
                  GO TO ROT-VERIF-PAG-CMP
           END-READ
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO DE LEITURA PELO ANOMES APOS A FOLHA "
                      CHAVEPGTO " - FILE STATUS " ST-ERRO2
              GO TO ROT-VERIF-PAG-CMP.
           IF ANOMES < W-ANOMESANT
              ADD 1 TO W-QTDERRO
              DISPLAY "ANOMES FORA DE ORDEM NA FOLHA " CHAVEPGTO.
           MOVE ANOMES TO W-ANOMESANT
           ADD 1 TO W-QTDALT
           ADD SALBRUTO TO W-HASHALT
           GO TO ROT-VERIF-PAG-RD.
       ROT-VERIF-PAG-CMP.
           CLOSE CADPAG
           DISPLAY "LIDAS PELO ANOMES        : " W-QTDALT
           IF W-QTDALT NOT = W-QTDREG OR W-HASHALT NOT = W-HASH
              ADD 1 TO W-QTDERRO
              DISPLAY "*** INDICE ANOMES NAO BATE COM A CARGA ***".
       ROT-VERIF-PAG-FIM.
           EXIT.
      *
      *********************************************************
      * PROVA DO NOVO CADMOV PELA CHAVE ALTERNATIVA MOV-ANOMES *
      *********************************************************
       ROT-VERIF-MOV.
           MOVE ZEROS TO W-QTDALT W-HASHALT W-ANOMESANT
           OPEN INPUT CADMOV
           IF ST-ERRO4 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO NA ABERTURA DO NOVO CADMOV.DAT"
              GO TO ROT-VERIF-MOV-FIM.
           MOVE ZEROS TO MOV-ANOMES
           START CADMOV KEY IS NOT LESS MOV-ANOMES
                 INVALID KEY
                    GO TO ROT-VERIF-MOV-CMP.
       ROT-VERIF-MOV-RD.
           READ CADMOV NEXT RECORD
               AT END
                  GO TO ROT-VERIF-MOV-CMP
           END-READ
           IF ST-ERRO4 NOT = "00"
              ADD 1 TO W-QTDERRO
              DISPLAY "ERRO DE LEITURA PELO ANOMES APOS O MOVIMENTO "
                      CHAVEMOV " - FILE STATUS " ST-ERRO4
              GO TO ROT-VERIF-MOV-CMP.
           IF MOV-ANOMES < W-ANOMESANT
              ADD 1 TO W-QTDERRO
              DISPLAY "ANOMES FORA DE ORDEM NO MOVIMENTO " CHAVEMOV.
           MOVE MOV-ANOMES TO W-ANOMESANT
           ADD 1 TO W-QTDALT
           ADD MOV-VALOR TO W-HASHALT
           GO TO ROT-VERIF-MOV-RD.
       ROT-VERIF-MOV-CMP.
           CLOSE CADMOV
           DISPLAY "LIDOS PELO ANOMES        : " W-QTDALT
           IF W-QTDALT NOT = W-QTDREG OR W-HASHALT NOT = W-HASH
              ADD 1 TO W-QTDERRO
              DISPLAY "*** INDICE MOV-ANOMES NAO BATE COM A CARGA ***".
       ROT-VERIF-MOV-FIM.
           EXIT.
      *
      *********************************************************
      * REGISTRA A CONVERSAO EM BKPCTRL.TXT (MODO C)           *
      *********************************************************
       ROT-RESULT.
           DISPLAY "TOTAL DE CONFERENCIA     : " W-HASH
           DISPLAY "REGISTROS COM ERRO       : " W-QTDERRO
           ACCEPT LC-DATA FROM DATE YYYYMMDD
           MOVE W-QTDREG  TO LC-QTD
           MOVE W-HASH    TO LC-HASH
           MOVE W-QTDERRO TO LC-ERRO
           OPEN EXTEND BKPCTRL
           IF ST-ERRO5 NOT = "00"
              OPEN OUTPUT BKPCTRL
              IF ST-ERRO5 NOT = "00"
                 GO TO ROT-RESULT-FIM.
           WRITE LINHA-CTRL FROM LIN-CTRL
           CLOSE BKPCTRL.
       ROT-RESULT-FIM.
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
           MOVE "CNVIDX  " TO TRAVA-PROGBATCH
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
