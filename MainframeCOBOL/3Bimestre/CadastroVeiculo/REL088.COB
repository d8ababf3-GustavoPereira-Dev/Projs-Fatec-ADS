       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL088.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * VARREDURA DE CHASSI E RENAVAM DA FROTA - LE O CADCAR E      *
      * ACUSA:                                                      *
      *   - VEICULO SEM CHASSI OU SEM RENAVAM (REGISTROS ANTIGOS,   *
      *     ANTERIORES AOS CAMPOS, OU CONVERTIDOS PELO CNVCAR)      *
      *   - CHASSI OU RENAVAM RECUSADO PELA CONFERENCIA DO CHKVEIC  *
      *     (TAMANHO/CARACTERES DO VIN, DIGITO DO RENAVAM)          *
      *   - O MESMO CHASSI OU O MESMO RENAVAM EM MAIS DE UMA PLACA  *
      *     (DIGITACAO ERRADA OU VEICULO CADASTRADO DE NOVO EM VEZ  *
      *     DE PASSAR PELA TROCA DE PLACA - TROCPLAC)               *
      * SAIDA EM CHASREN.TXT. A TABELA COMPORTA 500 VEICULOS.       *
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
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CHASREN ASSIGN TO DISK
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
       FD CHASREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHASREN.TXT".
       01 LINHA-REL PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL088".
       01 W-SPARQ       PIC X(14) VALUE "CHASREN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.
       01 W-CHASSIOK    PIC X(17) VALUE "00000000000000000".
       01 W-QTDVEIC     PIC 9(03) VALUE ZEROS.
       01 W-IDX1        PIC 9(03) VALUE ZEROS.
       01 W-IDX2        PIC 9(03) VALUE ZEROS.
       01 W-TOTLIDO     PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCH    PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMRN    PIC 9(05) VALUE ZEROS.
       01 W-TOTINVCH    PIC 9(05) VALUE ZEROS.
       01 W-TOTINVRN    PIC 9(05) VALUE ZEROS.
       01 W-TOTDUPCH    PIC 9(05) VALUE ZEROS.
       01 W-TOTDUPRN    PIC 9(05) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(05) VALUE ZEROS.

      *    CHASSI E RENAVAM DOS VEICULOS PARA A BUSCA DE DUPLICADOS
       01 TABVEIC.
          03 TB-VEIC OCCURS 500 TIMES.
             05 TBV-PLACA    PIC X(07).
             05 TBV-CHASSI   PIC X(17).
             05 TBV-RENAVAM  PIC 9(11).

       01 LIN-TITULO    PIC X(110) VALUE
          "*** VARREDURA DE CHASSI E RENAVAM DA FROTA ***".

       01 LIN-SECAO.
          03 LS-TEXTO      PIC X(60).
          03 FILLER        PIC X(50) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(09) VALUE "PLACA".
          03 FILLER        PIC X(31) VALUE "PROPRIETARIO".
          03 FILLER        PIC X(18) VALUE "CHASSI".
          03 FILLER        PIC X(12) VALUE "RENAVAM".
          03 FILLER        PIC X(40) VALUE "OCORRENCIA".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CHASSI     PIC X(17).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-RENAVAM    PIC 9(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OBS        PIC X(40).

       01 LIN-DUP.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDP-TIPO      PIC X(08).
          03 LDP-NUMERO    PIC X(17).
          03 FILLER        PIC X(12) VALUE " NAS PLACAS ".
          03 LDP-PLACA1    PIC X(07).
          03 FILLER        PIC X(03) VALUE " E ".
          03 LDP-PLACA2    PIC X(07).
          03 FILLER        PIC X(54) VALUE SPACES.

       01 LIN-TOTAL.
          03 LT-TEXTO      PIC X(40).
          03 LT-QTD        PIC ZZ.ZZ9.
          03 FILLER        PIC X(64) VALUE SPACES.

       01 LIN-SEP       PIC X(110) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** VARREDURA DE CHASSI E RENAVAM ***".
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT CHASREN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO CHASREN.TXT"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS SEM NUMERO OU COM NUMERO INVALIDO:"
                                                       TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "NUMEROS REPETIDOS EM MAIS DE UMA PLACA:" TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           PERFORM R3 THRU R3-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDVEIC.
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM VEICULO: FALTA E CONFERENCIA DOS NUMEROS, E GUARDA  *
      * NA TABELA PARA A BUSCA DE DUPLICADOS                   *
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
           ADD 1 TO W-TOTLIDO
           MOVE PLACA-CAR    TO LD-PLACA
           MOVE NOMEPROP-CAR TO LD-NOME
           MOVE CHASSI-CAR   TO LD-CHASSI
           MOVE RENAVAM-CAR  TO LD-RENAVAM
           CALL "CHKVEIC" USING CHASSI-CAR RENAVAM-CAR W-CKRET W-CKMENS
           IF W-CKRET = "S"
              GO TO R2-TAB.
           IF W-CKMENS (1:6) NOT = "CHASSI"
              GO TO R2-RENAV.
           IF CHASSI-CAR = SPACES
              ADD 1 TO W-TOTSEMCH
              MOVE "SEM CHASSI" TO LD-OBS
           ELSE
              ADD 1 TO W-TOTINVCH
              MOVE W-CKMENS TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET
      *    CHASSI RECUSADO - CONFERE O RENAVAM SOZINHO
           CALL "CHKVEIC" USING W-CHASSIOK RENAVAM-CAR W-CKRET W-CKMENS
           IF W-CKRET = "S"
              GO TO R2-TAB.
       R2-RENAV.
           IF RENAVAM-CAR = ZEROS
              ADD 1 TO W-TOTSEMRN
              MOVE "SEM RENAVAM" TO LD-OBS
           ELSE
              ADD 1 TO W-TOTINVRN
              MOVE W-CKMENS TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET.
       R2-TAB.
           IF W-QTDVEIC NOT < 500
              ADD 1 TO W-TOTFORA
              GO TO R2-FIM.
           ADD 1 TO W-QTDVEIC
           MOVE PLACA-CAR   TO TBV-PLACA (W-QTDVEIC)
           MOVE CHASSI-CAR  TO TBV-CHASSI (W-QTDVEIC)
           MOVE RENAVAM-CAR TO TBV-RENAVAM (W-QTDVEIC).
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * COMPARA O VEICULO W-IDX1 COM OS SEGUINTES DA TABELA    *
      *********************************************************
       R3.
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDX2 FROM W-IDX1 BY 1
                   UNTIL W-IDX2 > W-QTDVEIC.
       R3-FIM.
           EXIT.
       R4.
           IF W-IDX2 = W-IDX1
              GO TO R4-FIM.
           MOVE TBV-PLACA (W-IDX1) TO LDP-PLACA1
           MOVE TBV-PLACA (W-IDX2) TO LDP-PLACA2
           IF TBV-CHASSI (W-IDX1) NOT = SPACES
              AND TBV-CHASSI (W-IDX1) = TBV-CHASSI (W-IDX2)
              ADD 1 TO W-TOTDUPCH
              MOVE "CHASSI  " TO LDP-TIPO
              MOVE TBV-CHASSI (W-IDX1) TO LDP-NUMERO
              WRITE LINHA-REL FROM LIN-DUP.
           IF TBV-RENAVAM (W-IDX1) NOT = ZEROS
              AND TBV-RENAVAM (W-IDX1) = TBV-RENAVAM (W-IDX2)
              ADD 1 TO W-TOTDUPRN
              MOVE "RENAVAM " TO LDP-TIPO
              MOVE TBV-RENAVAM (W-IDX1) TO LDP-NUMERO
              WRITE LINHA-REL FROM LIN-DUP.
       R4-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS LIDOS                  :" TO LT-TEXTO
           MOVE W-TOTLIDO TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "SEM CHASSI                      :" TO LT-TEXTO
           MOVE W-TOTSEMCH TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "CHASSI INVALIDO                 :" TO LT-TEXTO
           MOVE W-TOTINVCH TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "SEM RENAVAM                     :" TO LT-TEXTO
           MOVE W-TOTSEMRN TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "RENAVAM INVALIDO                :" TO LT-TEXTO
           MOVE W-TOTINVRN TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PARES COM CHASSI REPETIDO       :" TO LT-TEXTO
           MOVE W-TOTDUPCH TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PARES COM RENAVAM REPETIDO      :" TO LT-TEXTO
           MOVE W-TOTDUPRN TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           IF W-TOTFORA > ZEROS
              MOVE "FORA DA BUSCA DE DUPLICADOS     :" TO LT-TEXTO
              MOVE W-TOTFORA TO LT-QTD
              WRITE LINHA-REL FROM LIN-TOTAL.
           CLOSE CADCAR CHASREN
           DISPLAY "*** VARREDURA GERADA EM CHASREN.TXT ***"
           DISPLAY "SEM CHASSI / INVALIDO  : " W-TOTSEMCH " / "
                   W-TOTINVCH
           DISPLAY "SEM RENAVAM / INVALIDO : " W-TOTSEMRN " / "
                   W-TOTINVRN
           DISPLAY "CHASSI / RENAVAM REPET.: " W-TOTDUPCH " / "
                   W-TOTDUPRN.
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
      *    30 = ARQUIVO NAO ENCONTRADO
