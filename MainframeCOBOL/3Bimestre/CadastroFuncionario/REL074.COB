       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL074.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REMESSA SEMANAL DE REEMBOLSO DE DESPESAS - JUNTA AS          *
      * DESPESAS APROVADAS (CADDESP SITUACAO P) MARCADAS PARA        *
      * PAGAMENTO EM REMESSA (FORMA R) E GERA O ARQUIVO REMDESP.TXT  *
      * NO MESMO LEIAUTE DA REMESSA BANCARIA DO REL009, COM UM       *
      * CREDITO POR FUNCIONARIO ("R" NA COLUNA 76 DO DETALHE) E O    *
      * TRAILER DE TOTAIS. AS DESPESAS REMETIDAS PASSAM A PAGAS (G)  *
      * COM A DATA DA REMESSA. INFORMANDO UMA DATA DE PAGAMENTO JA   *
      * REMETIDA, O ARQUIVO DAQUELA DATA E GERADO DE NOVO SEM MEXER  *
      * NAS DESPESAS. FUNCIONARIO SEM DADOS BANCARIOS FICA DE FORA   *
      * E AS SUAS DESPESAS CONTINUAM APROVADAS PARA A PROXIMA.       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESP
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT REMDESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
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
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
       01 REGDESP.
          03 CHAVEDESP.
             05 DESP-CODFUNC  PIC 9(5).
             05 DESP-SEQ      PIC 9(3).
          03 DESP-DATA        PIC 9(8).
          03 DESP-CATEG       PIC X(1).
          03 DESP-VALOR       PIC 9(6)V99.
          03 DESP-COMPROV     PIC X(15).
          03 DESP-HIST        PIC X(30).
          03 DESP-FORMA       PIC X(1).
          03 DESP-SIT         PIC X(1).
          03 DESP-OPERLANC    PIC 9(3).
          03 DESP-DTLANC      PIC 9(8).
          03 DESP-OPERAPR     PIC 9(3).
          03 DESP-DTAPR       PIC 9(8).
          03 DESP-ANOMESPAG   PIC 9(6).
          03 DESP-DTPAG       PIC 9(8).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD REMDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMDESP.TXT".
       01 LINHA-REL PIC X(80).
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
       01 W-SPRELID     PIC X(06) VALUE "REL074".
       01 W-SPARQ       PIC X(14) VALUE "REMDESP.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-DTREGERA    PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-ANOMESHOJE PIC 9(06).
          03 FILLER       PIC 9(02).
       01 W-CODANT      PIC 9(05) VALUE ZEROS.
       01 W-FUNCOK      PIC X(01) VALUE "N".
       01 W-VLRFUNC     PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDFUNC     PIC 9(04) VALUE ZEROS.
       01 W-TOTREG      PIC 9(06) VALUE ZEROS.
       01 W-TOTDESP     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMBANCO PIC 9(06) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(09)V99 VALUE ZEROS.

       01 LIN-DET.
          03 LD-TIPO       PIC X(01) VALUE "1".
          03 LD-BANCO      PIC 9(03).
          03 LD-AGENCIA    PIC 9(04).
          03 LD-CONTA      PIC X(10).
          03 LD-NOME       PIC X(35).
          03 LD-VALOR      PIC 9(09)V99.
          03 LD-CPF        PIC 9(11).
          03 LD-FINALID    PIC X(01) VALUE "R".
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-TRAILER.
          03 LT-TIPO       PIC X(01) VALUE "9".
          03 LT-TOTREG     PIC 9(06).
          03 LT-TOTVALOR   PIC 9(09)V99.
          03 FILLER        PIC X(64) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REMESSA SEMANAL DE REEMBOLSO DE DESPESAS ***"
           DISPLAY "REGERAR A REMESSA DE (AAAAMMDD, ZEROS = NOVA) : "
                   WITH NO ADVANCING
           ACCEPT W-DTREGERA
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADDESP
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO DE DESPESAS (CADDESP) NAO ENCONTRADO"
              GO TO ROT-FIM-ERRO.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADDESP
              GO TO ROT-FIM-ERRO.
       R0C.
           OPEN OUTPUT REMDESP
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO REMDESP.TXT"
              CLOSE CADDESP CADFUNC
              GO TO ROT-FIM-ERRO.
      *
       R1.
           MOVE ZEROS TO CHAVEDESP W-CODANT
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *
       R3.
           PERFORM ROT-CREDITA THRU ROT-CREDITA-FIM
           MOVE W-TOTREG   TO LT-TOTREG
           MOVE W-TOTVALOR TO LT-TOTVALOR
           WRITE LINHA-REL FROM LIN-TRAILER
           CLOSE CADDESP CADFUNC REMDESP
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA DESPESA: SO AS DE REMESSA (R) APROVADAS (P), OU AS *
      * JA PAGAS (G) NA DATA PEDIDA QUANDO E REGERACAO. NA     *
      * QUEBRA DE FUNCIONARIO SAI O CREDITO DO ANTERIOR        *
      *********************************************************
       R2.
           READ CADDESP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF DESP-FORMA NOT = "R"
              GO TO R2-FIM.
           IF W-DTREGERA = ZEROS
              IF DESP-SIT NOT = "P"
                 GO TO R2-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              IF DESP-SIT NOT = "G" OR DESP-DTPAG NOT = W-DTREGERA
                 GO TO R2-FIM.
           IF DESP-CODFUNC NOT = W-CODANT
              PERFORM ROT-CREDITA THRU ROT-CREDITA-FIM
              PERFORM ROT-LE-FUNC THRU ROT-LE-FUNC-FIM.
           IF W-FUNCOK NOT = "S"
              GO TO R2-FIM.
           ADD DESP-VALOR TO W-VLRFUNC
           ADD 1 TO W-QTDFUNC
           IF W-DTREGERA NOT = ZEROS
              GO TO R2-FIM.
           MOVE "G"           TO DESP-SIT
           MOVE W-HOJE        TO DESP-DTPAG
           MOVE W-ANOMESHOJE  TO DESP-ANOMESPAG
           REWRITE REGDESP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA BAIXA DA DESPESA " CHAVEDESP
                      " - FILE STATUS " ST-ERRO.
       R2-FIM.
           EXIT.
      *
      *    FUNCIONARIO DA VEZ: SEM CADASTRO OU SEM DADOS BANCARIOS
      *    AS DESPESAS FICAM APROVADAS, FORA DESTA REMESSA
       ROT-LE-FUNC.
           MOVE DESP-CODFUNC TO W-CODANT CODFUNC
           MOVE ZEROS TO W-VLRFUNC W-QTDFUNC
           MOVE "S" TO W-FUNCOK
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-FUNCOK
              DISPLAY "FUNCIONARIO " DESP-CODFUNC
                      " NAO CADASTRADO - FORA DA REMESSA"
              GO TO ROT-LE-FUNC-FIM.
           IF BANCO = ZEROS OR AGENCIA = ZEROS OR CONTA = SPACES
              MOVE "N" TO W-FUNCOK
              ADD 1 TO W-TOTSEMBANCO
              DISPLAY "FUNCIONARIO " DESP-CODFUNC
                      " SEM DADOS BANCARIOS - FORA DA REMESSA".
       ROT-LE-FUNC-FIM.
           EXIT.
      *
      *    CREDITO DO FUNCIONARIO ACUMULADO (SE HOUVER)
       ROT-CREDITA.
           IF W-CODANT = ZEROS OR W-FUNCOK NOT = "S"
              OR W-VLRFUNC = ZEROS
              GO TO ROT-CREDITA-FIM.
           MOVE BANCO     TO LD-BANCO
           MOVE AGENCIA   TO LD-AGENCIA
           MOVE CONTA     TO LD-CONTA
           MOVE NOME      TO LD-NOME
           MOVE W-VLRFUNC TO LD-VALOR
           MOVE CPFFUNC   TO LD-CPF
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTREG
           ADD W-QTDFUNC TO W-TOTDESP
           ADD W-VLRFUNC TO W-TOTVALOR
           MOVE ZEROS TO W-VLRFUNC W-QTDFUNC.
       ROT-CREDITA-FIM.
           EXIT.
      *
       ROT-FIM.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM
           DISPLAY "*** ARQUIVO GERADO EM REMDESP.TXT ***"
           IF W-DTREGERA NOT = ZEROS
              DISPLAY "REGERACAO DA REMESSA DE  : " W-DTREGERA
           ELSE
              DISPLAY "DATA DA REMESSA          : " W-HOJE.
           DISPLAY "FUNCIONARIOS CREDITADOS  : " W-TOTREG
           DISPLAY "DESPESAS REEMBOLSADAS    : " W-TOTDESP
           DISPLAY "VALOR TOTAL DA REMESSA   : " W-TOTVALOR
           DISPLAY "SEM DADOS BANCARIOS      : " W-TOTSEMBANCO.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
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
           MOVE "REL074  " TO TRAVA-PROGBATCH
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
