       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL089.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * LISTA DE CONTAGEM DO PATIO - TODOS OS VEICULOS QUE O        *
      * SISTEMA DIZ QUE ESTAO NA LOJA (SITUACAO E = ESTOQUE OU      *
      * R = RESERVADO; SEM SITUACAO CONTA COMO ESTOQUE), EM ORDEM   *
      * DE PLACA, COM COLUNA PARA O CONFERENTE MARCAR O ACHADO E    *
      * ANOTAR O LOCAL. AS PLACAS ACHADAS SAO DIGITADAS NO CADCONTP *
      * OU CARREGADAS PELO CARGCONT E CONFRONTADAS NO REL090.       *
      * SAIDA EM CONTPAT.TXT.                                       *
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
           SELECT CONTPAT ASSIGN TO DISK
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
       FD CONTPAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTPAT.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL089".
       01 W-SPARQ       PIC X(14) VALUE "CONTPAT.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TOTESTOQ    PIC 9(05) VALUE ZEROS.
       01 W-TOTRESERV   PIC 9(05) VALUE ZEROS.
       01 W-TOTLISTA    PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** LISTA DE CONTAGEM DO PATIO ***".
          03 FILLER        PIC X(12) VALUE "EMITIDA EM ".
          03 LTI-DIA       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-ANO       PIC 9999.
          03 FILLER        PIC X(38) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(09) VALUE "PLACA".
          03 FILLER        PIC X(06) VALUE "MARCA".
          03 FILLER        PIC X(06) VALUE "ANO".
          03 FILLER        PIC X(19) VALUE "CHASSI".
          03 FILLER        PIC X(12) VALUE "SITUACAO".
          03 FILLER        PIC X(09) VALUE "ACHADO".
          03 FILLER        PIC X(39) VALUE "LOCAL NO PATIO".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MARCA      PIC X(02).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-ANO        PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-CHASSI     PIC X(17).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(09) VALUE "[   ]".
          03 FILLER        PIC X(39) VALUE
             "____________________".

       01 LIN-TOTAL.
          03 LT-TEXTO      PIC X(40).
          03 LT-QTD        PIC ZZ.ZZ9.
          03 FILLER        PIC X(54) VALUE SPACES.

       01 LIN-ASSINA    PIC X(100) VALUE
          "CONFERENTE: ______________________   DATA: ___/___/_____".

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** LISTA DE CONTAGEM DO PATIO ***".
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT CONTPAT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO CONTPAT.TXT"
              CLOSE CADCAR
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO LTI-DIA
           MOVE W-MESHOJE TO LTI-MES
           MOVE W-ANOHOJE TO LTI-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM VEICULO: SO ENTRA NA LISTA O QUE DEVE ESTAR NA LOJA *
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
           IF SIT-CAR = "R"
              ADD 1 TO W-TOTRESERV
              MOVE "RESERVADO" TO LD-SIT
              GO TO R2-LINHA.
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = SPACE
              GO TO R2-FIM.
           ADD 1 TO W-TOTESTOQ
           MOVE "ESTOQUE" TO LD-SIT.
       R2-LINHA.
           ADD 1 TO W-TOTLISTA
           MOVE PLACA-CAR   TO LD-PLACA
           MOVE MARCA-CAR   TO LD-MARCA
           MOVE ANOFABC-CAR TO LD-ANO
           MOVE CHASSI-CAR  TO LD-CHASSI
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "VEICULOS EM ESTOQUE             :" TO LT-TEXTO
           MOVE W-TOTESTOQ TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "VEICULOS RESERVADOS             :" TO LT-TEXTO
           MOVE W-TOTRESERV TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL A CONTAR NO PATIO         :" TO LT-TEXTO
           MOVE W-TOTLISTA TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-ASSINA
           CLOSE CADCAR CONTPAT
           DISPLAY "*** LISTA GERADA EM CONTPAT.TXT ***"
           DISPLAY "VEICULOS A CONTAR : " W-TOTLISTA.
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
