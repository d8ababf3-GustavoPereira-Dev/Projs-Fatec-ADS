       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL105.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REMESSA DE COBRANCA BANCARIA DAS MENSALIDADES DO CLUBE -    *
      * NO MESMO ESPIRITO DO REL066 (PARCELAS DE VEICULOS), ENVIA   *
      * AO BANCO COMO TITULOS DE COBRANCA AS MENSALIDADES EM ABERTO *
      * (CADMENS, DTPAGTO ZERADA) DA COMPETENCIA INFORMADA, PADRAO  *
      * O MES SEGUINTE. GRAVA REMMENS.TXT COM HEADER/DETALHE/       *
      * TRAILER E REGISTRA CADA TITULO NO CADTITM (APELIDO + ANO/   *
      * MES) PARA NAO REMETER DUAS VEZES. TITULO REJEITADO PELO     *
      * BANCO (SIT J) PODE SER REMETIDO DE NOVO.                    *
      *                                                             *
      * CANAL DE ENTREGA: QUEM AUTORIZOU CONTATO POR E-MAIL NO      *
      * CADCONS (CON-EMAIL = S) E TEM E-MAIL NO CADAMIGO RECEBE O   *
      * BOLETO POR E-MAIL (E); OS DEMAIS RECEBEM PAPEL (P) NO       *
      * ENDERECO DO CADASTRO. A BAIXA VEM PELO RETORNO (REL106).    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-APELIDO
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADTITM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETITM
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT REMMENS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES.
                07 MEN-ANO    PIC 9(4).
                07 MEN-MES    PIC 9(2).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
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
       FD CADCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REGCONS.
          03 CON-APELIDO   PIC X(12).
          03 CON-MALA      PIC X(01).
          03 CON-EMAIL     PIC X(01).
          03 CON-ANIV      PIC X(01).
          03 CON-DTREG     PIC 9(08).
      *
      *    TITULOS DE COBRANCA DAS MENSALIDADES
      *    SIT: R = REMETIDO  P = PAGO  J = REJEITADO PELO BANCO
      *    CANAL: E = E-MAIL  P = PAPEL
       FD CADTITM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITM.DAT".
       01 REGTITM.
          03 CHAVETITM.
             05 TIT-APELIDO   PIC X(12).
             05 TIT-ANOMES    PIC 9(6).
          03 TIT-VALOR        PIC 9(6)V99.
          03 TIT-DTVENC       PIC 9(8).
          03 TIT-DTREM        PIC 9(8).
          03 TIT-CANAL        PIC X(1).
          03 TIT-SIT          PIC X(1).
          03 TIT-DTPAGTO      PIC 9(8).
          03 TIT-DTRET        PIC 9(8).
          03 TIT-MOTIVO       PIC X(30).
      *
       FD REMMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMMENS.TXT".
       01 LINHA-REM PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL105".
       01 W-SPARQ       PIC X(14) VALUE "REMMENS.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMCONS     PIC X(01) VALUE "N".
       01 W-TEMTIT      PIC X(01) VALUE "N".
       01 W-CANAL       PIC X(01) VALUE SPACES.
       01 W-TOTTITULOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTEMAIL    PIC 9(06) VALUE ZEROS.
       01 W-TOTPAPEL    PIC 9(06) VALUE ZEROS.
       01 W-TOTJAREM    PIC 9(06) VALUE ZEROS.
       01 W-TOTREENV    PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMAMG   PIC 9(06) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVALED    PIC ZZZ.ZZZ.ZZ9,99.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HOJE8 REDEFINES W-HOJE PIC 9(08).
       01 W-ANOMESREF.
          03 W-ANOREF   PIC 9(04) VALUE ZEROS.
          03 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-ANOMESR9 REDEFINES W-ANOMESREF PIC 9(06).
       01 W-DIAVENC     PIC 9(02) VALUE ZEROS.
       01 W-DTVENC.
          03 W-DIAVEN   PIC 9(02).
          03 W-MESVEN   PIC 9(02).
          03 W-ANOVEN   PIC 9(04).
       01 W-DTVENC8 REDEFINES W-DTVENC PIC 9(08).

       01 LIN-HEADER.
          03 LH-TIPO       PIC X(01) VALUE "0".
          03 LH-DTGER      PIC 9(08).
          03 LH-ANOMES     PIC 9(06).
          03 FILLER        PIC X(105) VALUE SPACES.

       01 LIN-DET.
          03 LD-TIPO       PIC X(01) VALUE "1".
          03 LD-APELIDO    PIC X(12).
          03 LD-ANOMES     PIC 9(06).
          03 LD-NOME       PIC X(30).
          03 LD-DTVENC     PIC 9(08).
          03 LD-VALOR      PIC 9(06)V99.
          03 LD-CANAL      PIC X(01).
          03 LD-EMAIL      PIC X(30).
          03 LD-CEP        PIC 9(08).
          03 LD-NUMERO     PIC 9(05).
          03 LD-COMPL      PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.

       01 LIN-TRAILER.
          03 LT-TIPO       PIC X(01) VALUE "9".
          03 LT-TOTREG     PIC 9(06).
          03 LT-TOTVALOR   PIC 9(10)V99.
          03 LT-TOTEMAIL   PIC 9(06).
          03 LT-TOTPAPEL   PIC 9(06).
          03 FILLER        PIC X(89) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REMESSA DE COBRANCA DAS MENSALIDADES ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES SEGUINTE) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOMESR9
           IF W-ANOMESR9 = ZEROS
              MOVE W-ANOHOJE TO W-ANOREF
              COMPUTE W-MESREF = W-MESHOJE + 1
              IF W-MESREF > 12
                 MOVE 01 TO W-MESREF
                 ADD 1 TO W-ANOREF.
           IF W-MESREF < 01 OR W-MESREF > 12 OR W-ANOREF = ZEROS
              DISPLAY "COMPETENCIA INVALIDA"
              GO TO ROT-FIM2.
           DISPLAY "DIA DO VENCIMENTO (01 A 28, 0 = 10)     : "
                   WITH NO ADVANCING
           ACCEPT W-DIAVENC
           IF W-DIAVENC = ZEROS
              MOVE 10 TO W-DIAVENC.
           IF W-DIAVENC > 28
              DISPLAY "DIA DE VENCIMENTO INVALIDO"
              GO TO ROT-FIM2.
           MOVE W-DIAVENC TO W-DIAVEN
           MOVE W-MESREF  TO W-MESVEN
           MOVE W-ANOREF  TO W-ANOVEN.
       R0A.
           OPEN INPUT CADMENS
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM MENSALIDADES - GERE PELO CARGMENS"
              GO TO ROT-FIM2.
           OPEN INPUT CADAMIGO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "SEM CADASTRO DE AMIGOS (CADAMIGO)"
              CLOSE CADMENS
              GO TO ROT-FIM2.
      *    SEM CADCONS NINGUEM AUTORIZOU E-MAIL: TUDO VAI EM PAPEL
           MOVE "S" TO W-TEMCONS
           OPEN INPUT CADCONS
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCONS.
       R0B.
           OPEN I-O CADTITM
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADTITM
                 CLOSE CADTITM
                 OPEN I-O CADTITM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CADTITM"
                 MOVE "99" TO ST-ERRO5
                 GO TO ROT-FIM.
       R0C.
           OPEN OUTPUT REMMENS
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO REMMENS.TXT"
              GO TO ROT-FIM.
           MOVE W-HOJE8     TO LH-DTGER
           MOVE W-ANOMESR9  TO LH-ANOMES
           WRITE LINHA-REM FROM LIN-HEADER.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           MOVE W-TOTTITULOS TO LT-TOTREG
           MOVE W-TOTVALOR   TO LT-TOTVALOR
           MOVE W-TOTEMAIL   TO LT-TOTEMAIL
           MOVE W-TOTPAPEL   TO LT-TOTPAPEL
           WRITE LINHA-REM FROM LIN-TRAILER
           CLOSE REMMENS
           GO TO ROT-FIM.
      *
       R2.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
      *    SO MENSALIDADES EM ABERTO DA COMPETENCIA PEDIDA
           IF MEN-ANOMES NOT = W-ANOMESREF
              GO TO R2-FIM.
           IF MEN-DTPAGTO NOT = ZEROS
              GO TO R2-FIM.
      *    TITULO JA NO BANCO OU JA PAGO NAO VAI DE NOVO
           MOVE MEN-APELIDO TO TIT-APELIDO
           MOVE W-ANOMESR9  TO TIT-ANOMES
           MOVE "N" TO W-TEMTIT
           READ CADTITM
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMTIT
              IF TIT-SIT = "R" OR "P"
                 ADD 1 TO W-TOTJAREM
                 GO TO R2-FIM.
      *
       R3.
           MOVE MEN-APELIDO TO APELIDO
           READ CADAMIGO
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTSEMAMG
              DISPLAY "MENSALIDADE SEM AMIGO NO CADASTRO: " MEN-APELIDO
              GO TO R2-FIM.
           MOVE "P" TO W-CANAL
           IF W-TEMCONS = "S" AND EMAIL-AM NOT = SPACES
              MOVE APELIDO TO CON-APELIDO
              READ CADCONS
              IF ST-ERRO3 = "00"
                 IF CON-EMAIL = "S"
                    MOVE "E" TO W-CANAL.
      *
       R4.
           MOVE MEN-APELIDO   TO LD-APELIDO
           MOVE W-ANOMESR9    TO LD-ANOMES
           MOVE NOME-AM       TO LD-NOME
           MOVE W-DTVENC8     TO LD-DTVENC
           MOVE MEN-VALOR     TO LD-VALOR
           MOVE W-CANAL       TO LD-CANAL
           MOVE SPACES        TO LD-EMAIL
           MOVE ZEROS         TO LD-CEP LD-NUMERO
           MOVE SPACES        TO LD-COMPL
           IF W-CANAL = "E"
              MOVE EMAIL-AM   TO LD-EMAIL
              ADD 1 TO W-TOTEMAIL
           ELSE
              MOVE ENDERECO-AM  TO LD-CEP
              MOVE NENDRC-AM    TO LD-NUMERO
              MOVE COMPENDRC-AM TO LD-COMPL
              ADD 1 TO W-TOTPAPEL.
           WRITE LINHA-REM FROM LIN-DET
           ADD 1 TO W-TOTTITULOS
           ADD MEN-VALOR TO W-TOTVALOR.
      *
       R5.
           MOVE MEN-APELIDO TO TIT-APELIDO
           MOVE W-ANOMESR9  TO TIT-ANOMES
           MOVE MEN-VALOR   TO TIT-VALOR
           MOVE W-DTVENC8   TO TIT-DTVENC
           MOVE W-HOJE8     TO TIT-DTREM
           MOVE W-CANAL     TO TIT-CANAL
           MOVE "R"         TO TIT-SIT
           MOVE ZEROS       TO TIT-DTPAGTO TIT-DTRET
           MOVE SPACES      TO TIT-MOTIVO
           IF W-TEMTIT = "S"
              ADD 1 TO W-TOTREENV
              REWRITE REGTITM
           ELSE
              WRITE REGTITM.
           IF ST-ERRO4 NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CADTITM: " MEN-APELIDO.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADMENS CADAMIGO CADTITM
           IF W-TEMCONS = "S"
              CLOSE CADCONS.
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-FIM2.
           DISPLAY "*** REMESSA GERADA EM REMMENS.TXT ***"
           DISPLAY "COMPETENCIA            : " W-ANOMESR9
           DISPLAY "TITULOS ENVIADOS       : " W-TOTTITULOS
           DISPLAY "  POR E-MAIL           : " W-TOTEMAIL
           DISPLAY "  EM PAPEL             : " W-TOTPAPEL
           DISPLAY "REENVIO DE REJEITADOS  : " W-TOTREENV
           DISPLAY "JA REMETIDOS/PAGOS     : " W-TOTJAREM
           DISPLAY "SEM AMIGO NO CADASTRO  : " W-TOTSEMAMG
           MOVE W-TOTVALOR TO W-TOTVALED
           DISPLAY "VALOR DA REMESSA       : " W-TOTVALED.
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
      *    22 = REGISTRO JA EXISTE
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
