       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL090.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONCILIACAO DA CONTAGEM DO PATIO - CONFRONTA AS PLACAS      *
      * ACHADAS NA CONTAGEM DE UMA DATA (CADCONTP, DIGITADAS NO     *
      * CADCONTP OU CARREGADAS PELO CARGCONT) COM A SITUACAO DOS    *
      * VEICULOS NO CADCAR:                                         *
      *   - FALTANDO NO PATIO: SITUACAO E (ESTOQUE) OU R            *
      *     (RESERVADO) E NAO ACHADO NA CONTAGEM. SE HA TEST-DRIVE  *
      *     EM ABERTO (CADTESTE) A LINHA TRAZ O PROSPECT            *
      *   - ACHADO MAS NAO CADASTRADO EM CADCAR                     *
      *   - ACHADO MAS O SISTEMA DIZ QUE ESTA EM OUTRO LUGAR        *
      *     (VENDIDO, FROTA, EM REPARO OU BAIXADO)                  *
      * SAIDA EM RECPAT.TXT.                                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCONTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONT
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADTESTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETESTE
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT RECPAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADCONTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTP.DAT".
       01 REGCONT.
          03 CHAVECONT.
             05 CNT-DATA      PIC 9(8).
             05 CNT-PLACA     PIC X(7).
          03 CNT-ORIGEM       PIC X(1).
          03 CNT-LOCAL        PIC X(20).
      *
       FD CADTESTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTESTE.DAT".
       01 REGTESTE.
          03 CHAVETESTE.
             05 TST-PLACA     PIC X(7).
             05 TST-DTSAIDA   PIC 9(8).
             05 TST-HRSAIDA   PIC 9(4).
          03 TST-PROSPECT     PIC X(30).
          03 TST-VENDEDOR     PIC 9(5).
          03 TST-KMSAIDA      PIC 9(7).
          03 TST-DTVOLTA      PIC 9(8).
          03 TST-HRVOLTA      PIC 9(4).
          03 TST-KMVOLTA      PIC 9(7).
          03 TST-SIT          PIC X(1).
      *
       FD RECPAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECPAT.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL090".
       01 W-SPARQ       PIC X(14) VALUE "RECPAT.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMTESTE    PIC X(01) VALUE "N".
       01 W-DTCONT      PIC 9(08) VALUE ZEROS.
       01 W-DTCONT-R REDEFINES W-DTCONT.
          03 W-DIACONT  PIC 9(02).
          03 W-MESCONT  PIC 9(02).
          03 W-ANOCONT  PIC 9(04).
       01 W-DATACNT     PIC 9(08) VALUE ZEROS.
       01 W-TOTESPER    PIC 9(05) VALUE ZEROS.
       01 W-TOTACHOK    PIC 9(05) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTTESTE    PIC 9(05) VALUE ZEROS.
       01 W-TOTCONT     PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCAD   PIC 9(05) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(05) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(45) VALUE
             "*** CONCILIACAO DA CONTAGEM DO PATIO ***".
          03 FILLER        PIC X(12) VALUE "CONTAGEM DE ".
          03 LTI-DIA       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-ANO       PIC 9999.
          03 FILLER        PIC X(33) VALUE SPACES.

       01 LIN-SECAO.
          03 LS-TEXTO      PIC X(60).
          03 FILLER        PIC X(40) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(09) VALUE "PLACA".
          03 FILLER        PIC X(31) VALUE "PROPRIETARIO".
          03 FILLER        PIC X(21) VALUE "LOCAL NO PATIO".
          03 FILLER        PIC X(39) VALUE "OCORRENCIA".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-LOCAL      PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OBS        PIC X(39).

       01 LIN-TOTAL.
          03 LT-TEXTO      PIC X(40).
          03 LT-QTD        PIC ZZ.ZZ9.
          03 FILLER        PIC X(54) VALUE SPACES.

       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONCILIACAO DA CONTAGEM DO PATIO ***"
           DISPLAY "DATA DA CONTAGEM (DDMMAAAA) : " WITH NO ADVANCING
           ACCEPT W-DTCONT
           IF W-DIACONT < 1 OR W-DIACONT > 31
              OR W-MESCONT < 1 OR W-MESCONT > 12 OR W-ANOCONT = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ROT-FIM2.
           COMPUTE W-DATACNT = (W-ANOCONT * 10000)
                  + (W-MESCONT * 100) + W-DIACONT.
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
           OPEN INPUT CADCONTP
           IF ST-ERRO3 NOT = "00"
              DISPLAY "NAO HA CONTAGEM REGISTRADA (CADCONTP)"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMTESTE
           OPEN INPUT CADTESTE
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMTESTE.
       R0B.
           OPEN OUTPUT RECPAT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RECPAT.TXT"
              CLOSE CADCAR CADCONTP
              IF W-TEMTESTE = "S"
                 CLOSE CADTESTE
              END-IF
              GO TO ROT-FIM2.
           MOVE W-DIACONT TO LTI-DIA
           MOVE W-MESCONT TO LTI-MES
           MOVE W-ANOCONT TO LTI-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS DO PATIO (ESTOQUE/RESERVADO) NAO ACHADOS:"
                                                       TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "ACHADOS NO PATIO QUE O SISTEMA DA EM OUTRO LUGAR:"
                                                       TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB
           MOVE "N" TO W-FIM
           MOVE W-DATACNT TO CNT-DATA
           MOVE SPACES TO CNT-PLACA
           START CADCONTP KEY IS NOT LESS CHAVECONT
                 INVALID KEY
                    GO TO ROT-FIM.
           PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * PRIMEIRA PASSADA: VEICULO QUE DEVIA ESTAR NO PATIO E   *
      * NAO FOI ACHADO NA CONTAGEM DA DATA                     *
      *********************************************************
       R2.
           READ CADCAR NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "R"
                                AND SIT-CAR NOT = SPACE
              GO TO R2-FIM.
           ADD 1 TO W-TOTESPER
           MOVE W-DATACNT TO CNT-DATA
           MOVE PLACA-CAR TO CNT-PLACA
           READ CADCONTP
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTACHOK
              GO TO R2-FIM.
           ADD 1 TO W-TOTFALTA
           MOVE PLACA-CAR    TO LD-PLACA
           MOVE NOMEPROP-CAR TO LD-NOME
           MOVE SPACES       TO LD-LOCAL
           MOVE "NAO ACHADO NA CONTAGEM" TO LD-OBS
           PERFORM ROT-TESTE THRU ROT-TESTE-FIM
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * SEGUNDA PASSADA: PLACAS ACHADAS NA DATA QUE NAO EXISTEM*
      * NO CADCAR OU QUE O SISTEMA DA COMO FORA DO PATIO       *
      *********************************************************
       R3.
           READ CADCONTP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-ERRO3 NOT = "00" OR CNT-DATA NOT = W-DATACNT
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           ADD 1 TO W-TOTCONT
           MOVE CNT-PLACA TO LD-PLACA
           MOVE CNT-LOCAL TO LD-LOCAL
           MOVE CNT-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-TOTSEMCAD
              MOVE SPACES TO LD-NOME
              MOVE "PLACA NAO CADASTRADA EM CADCAR" TO LD-OBS
              WRITE LINHA-REL FROM LIN-DET
              GO TO R3-FIM.
           IF SIT-CAR = "E" OR SIT-CAR = "R" OR SIT-CAR = SPACE
              GO TO R3-FIM.
           ADD 1 TO W-TOTFORA
           MOVE NOMEPROP-CAR TO LD-NOME
           MOVE SPACES TO LD-OBS
           IF SIT-CAR = "V"
              MOVE "SISTEMA DIZ: VENDIDO" TO LD-OBS.
           IF SIT-CAR = "F"
              MOVE "SISTEMA DIZ: FROTA DA EMPRESA" TO LD-OBS.
           IF SIT-CAR = "M"
              MOVE "SISTEMA DIZ: EM REPARO (SINISTRO)" TO LD-OBS.
           IF SIT-CAR = "B"
              MOVE "SISTEMA DIZ: BAIXADO" TO LD-OBS.
           IF LD-OBS = SPACES
              MOVE "SITUACAO DESCONHECIDA NO CADCAR" TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET.
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * TEST-DRIVE EM ABERTO (SITUACAO S) DA PLACA EXPLICA A   *
      * FALTA - A LINHA TRAZ O PROSPECT                        *
      *********************************************************
       ROT-TESTE.
           IF W-TEMTESTE NOT = "S"
              GO TO ROT-TESTE-FIM.
           MOVE PLACA-CAR TO TST-PLACA
           MOVE ZEROS TO TST-DTSAIDA TST-HRSAIDA
           START CADTESTE KEY IS NOT LESS CHAVETESTE
                 INVALID KEY
                    GO TO ROT-TESTE-FIM.
       ROT-TESTE-RD.
           READ CADTESTE NEXT RECORD
                AT END
                   GO TO ROT-TESTE-FIM
           END-READ
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-TESTE-FIM.
           IF TST-PLACA NOT = PLACA-CAR
              GO TO ROT-TESTE-FIM.
           IF TST-SIT NOT = "S"
              GO TO ROT-TESTE-RD.
           ADD 1 TO W-TOTTESTE
           MOVE "TEST-DRIVE: " TO LD-OBS
           MOVE TST-PROSPECT TO LD-OBS (13:27).
       ROT-TESTE-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS ESPERADOS NO PATIO     :" TO LT-TEXTO
           MOVE W-TOTESPER TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "ESPERADOS E ACHADOS             :" TO LT-TEXTO
           MOVE W-TOTACHOK TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "FALTANDO NO PATIO               :" TO LT-TEXTO
           MOVE W-TOTFALTA TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "  DOS QUAIS EM TEST-DRIVE       :" TO LT-TEXTO
           MOVE W-TOTTESTE TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PLACAS ACHADAS NA CONTAGEM      :" TO LT-TEXTO
           MOVE W-TOTCONT TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "ACHADAS E NAO CADASTRADAS       :" TO LT-TEXTO
           MOVE W-TOTSEMCAD TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "ACHADAS E DADAS EM OUTRO LUGAR  :" TO LT-TEXTO
           MOVE W-TOTFORA TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           CLOSE RECPAT
           CLOSE CADCAR CADCONTP
           IF W-TEMTESTE = "S"
              CLOSE CADTESTE.
           DISPLAY "*** CONCILIACAO GERADA EM RECPAT.TXT ***"
           DISPLAY "ESPERADOS / ACHADOS    : " W-TOTESPER " / "
                   W-TOTACHOK
           DISPLAY "FALTANDO NO PATIO      : " W-TOTFALTA
           DISPLAY "SEM CADASTRO / FORA    : " W-TOTSEMCAD " / "
                   W-TOTFORA.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
