       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL108.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * RETENCAO DE AMIGOS - RELATORIO MENSAL DA COMPETENCIA         *
      * INFORMADA (AAAAMM, 0 = MES CORRENTE), EM RELRETEN.TXT:       *
      *  - ENTRADAS (ADESAO NO CADADES, GRAVADA NA INCLUSAO PELO     *
      *    PROGR0X6) X SAIDAS (CANCELAMENTO PELO CADSAIDA) NO MES,   *
      *    POR TIPO DE AMIGO (CADTPAMG), COM O SALDO E OS ATIVOS;    *
      *  - SAIDAS DO MES POR MOTIVO (CADMOTS);                       *
      *  - AMIGOS EM RISCO: NAO CANCELADOS COM 2 OU MAIS             *
      *    MENSALIDADES EM ABERTO (CADMENS) DE COMPETENCIA ANTERIOR  *
      *    A INFORMADA.                                              *
      * AMIGOS ANTERIORES AO CONTROLE DE ADESAO NAO TEM DATA DE      *
      * ENTRADA E SO SAO CONTADOS NOS ATIVOS.                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADTPAMG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPAMIGO-COD
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADMOTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT RELRETEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
          03 ADS-APELIDO      PIC X(12).
          03 ADS-DTADESAO.
             05 ADS-DIAADE    PIC 9(2).
             05 ADS-MESADE    PIC 9(2).
             05 ADS-ANOADE    PIC 9(4).
          03 ADS-DTSAIDA.
             05 ADS-DIASAI    PIC 9(2).
             05 ADS-MESSAI    PIC 9(2).
             05 ADS-ANOSAI    PIC 9(4).
          03 ADS-MOTIVO       PIC 9(2).
          03 ADS-OBS          PIC X(40).
          03 ADS-SITANT       PIC X(1).
      *
       FD CADTPAMG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPAMG.DAT".
       01 REGTPAMG.
          03 TPAMIGO-COD   PIC 9(01).
          03 TPAMIGO-DESC  PIC X(30).
          03 TPAMIGO-MENS  PIC 9(5)V99.
      *
       FD CADMOTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTS.DAT".
       01 REGMOTS.
          03 MOT-COD          PIC 9(2).
          03 MOT-DESC         PIC X(30).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES    PIC 9(6).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
      *
       FD RELRETEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETEN.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL108".
       01 W-SPARQ       PIC X(14) VALUE "RELRETEN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMADES     PIC X(01) VALUE "N".
       01 W-TEMTPAMG    PIC X(01) VALUE "N".
       01 W-TEMMOTS     PIC X(01) VALUE "N".
       01 W-TEMMENS     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMVARR     PIC X(01) VALUE "N".
       01 W-ANOMESREF   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESREF-R REDEFINES W-ANOMESREF.
          03 W-REFANO   PIC 9(04).
          03 W-REFMES   PIC 9(02).
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-ANOMESADE   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESSAI   PIC 9(06) VALUE ZEROS.
       01 W-IDXT        PIC 9(02) VALUE ZEROS.
       01 W-IDXM        PIC 9(03) VALUE ZEROS.
       01 W-MESESAB     PIC 9(03) VALUE ZEROS.
       01 W-VLRAB       PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(05) VALUE ZEROS.
       01 W-TOTENTR     PIC 9(05) VALUE ZEROS.
       01 W-TOTSAID     PIC 9(05) VALUE ZEROS.
       01 W-TOTATIVOS   PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMADES  PIC 9(05) VALUE ZEROS.
       01 W-TOTRISCO    PIC 9(05) VALUE ZEROS.
       01 W-VLRRISCO    PIC 9(09)V99 VALUE ZEROS.

      *    POSICAO 1 A 10 = TIPO DE AMIGO 0 A 9
       01 TABTIPOS.
          03 TBT-ITEM OCCURS 10 TIMES.
             05 TBT-ENTR     PIC 9(05) VALUE ZEROS.
             05 TBT-SAID     PIC 9(05) VALUE ZEROS.
             05 TBT-ATIVOS   PIC 9(05) VALUE ZEROS.
       01 TABMOTIVOS.
          03 TBM-SAID PIC 9(05) OCCURS 99 TIMES VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(37) VALUE
             "*** RETENCAO DE AMIGOS - COMPETENCIA ".
          03 LTI-MES       PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-ANO       PIC 9(04).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(42) VALUE SPACES.
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.

       01 LIN-SEC1      PIC X(90) VALUE
          "ENTRADAS X SAIDAS POR TIPO DE AMIGO".
       01 LIN-CAB1      PIC X(90) VALUE
          "TP DESCRICAO                       ENTRADAS  SAIDAS   SALDO
      -    "  ATIVOS".
       01 LIN-TIPO.
          03 LT-TIPO       PIC 9(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LT-DESC       PIC X(30).
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LT-ENTR       PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LT-SAID       PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LT-SALDO      PIC -ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LT-ATIVOS     PIC ZZZZ9.
          03 FILLER        PIC X(23) VALUE SPACES.
       01 LIN-TOTTIPO.
          03 FILLER        PIC X(38) VALUE "   TOTAL".
          03 LTT-ENTR      PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTT-SAID      PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTT-SALDO     PIC -ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTT-ATIVOS    PIC ZZZZ9.
          03 FILLER        PIC X(23) VALUE SPACES.
       01 LIN-SEMADES.
          03 FILLER        PIC X(45) VALUE
             "   ATIVOS SEM DATA DE ADESAO (ANTIGOS)    : ".
          03 LSA-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(40) VALUE SPACES.

       01 LIN-SEC2      PIC X(90) VALUE
          "SAIDAS DO MES POR MOTIVO".
       01 LIN-CAB2      PIC X(90) VALUE
          "MT DESCRICAO                         SAIDAS".
       01 LIN-MOTIVO.
          03 LM-MOTIVO     PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LM-DESC       PIC X(30).
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LM-SAID       PIC ZZZZ9.
          03 FILLER        PIC X(47) VALUE SPACES.

       01 LIN-SEC3      PIC X(90) VALUE
          "AMIGOS EM RISCO (2 OU MAIS MENSALIDADES VENCIDAS EM ABERTO)".
       01 LIN-CAB3      PIC X(90) VALUE
          "APELIDO      NOME                           TP SIT MESES
      -    "   EM ABERTO".
       01 LIN-RISCO.
          03 LR-APELIDO    PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-TIPO       PIC 9(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-SIT        PIC X(01).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-MESES      PIC ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-VALOR      PIC Z(6)9,99.
          03 FILLER        PIC X(22) VALUE SPACES.
       01 LIN-TOTRISCO.
          03 FILLER        PIC X(30) VALUE
             "   AMIGOS EM RISCO : ".
          03 LTR-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(22) VALUE "     TOTAL EM ABERTO: ".
          03 LTR-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(21) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** RETENCAO DE AMIGOS - ENTRADAS X SAIDAS ***"
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES CORRENTE) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOMESREF
           IF W-ANOMESREF = ZEROS
              ACCEPT W-HOJE8 FROM DATE YYYYMMDD
              MOVE W-HOJE8 (1:6) TO W-ANOMESREF.
           IF W-REFMES < 1 OR W-REFMES > 12 OR W-REFANO < 1900
              DISPLAY "COMPETENCIA INVALIDA"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADAMIGO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAMIGO"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMADES W-TEMTPAMG W-TEMMOTS W-TEMMENS
           OPEN INPUT CADADES
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMADES.
           OPEN INPUT CADTPAMG
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMTPAMG.
           OPEN INPUT CADMOTS
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMMOTS.
           OPEN INPUT CADMENS
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMMENS.
       R0B.
           OPEN OUTPUT RELRETEN
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELRETEN.TXT"
              GO TO ROT-FIM.
           MOVE W-REFMES TO LTI-MES
           MOVE W-REFANO TO LTI-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * PRIMEIRA PASSADA: ENTRADAS, SAIDAS E ATIVOS POR TIPO E *
      * SAIDAS POR MOTIVO                                      *
      *********************************************************
       R1.
           MOVE SPACES TO APELIDO
           START CADAMIGO KEY IS NOT LESS APELIDO
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO R3.
      *
       R2.
           READ CADAMIGO NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           COMPUTE W-IDXT = TPAMIGO + 1
           IF SITAMIGO NOT = "C"
              ADD 1 TO TBT-ATIVOS (W-IDXT) W-TOTATIVOS.
           IF W-TEMADES NOT = "S"
              IF SITAMIGO NOT = "C"
                 ADD 1 TO W-TOTSEMADES
              END-IF
              GO TO R2-FIM.
           MOVE APELIDO TO ADS-APELIDO
           READ CADADES
           IF ST-ERRO2 NOT = "00"
              IF SITAMIGO NOT = "C"
                 ADD 1 TO W-TOTSEMADES
              END-IF
              GO TO R2-FIM.
           IF ADS-ANOADE = ZEROS
              IF SITAMIGO NOT = "C"
                 ADD 1 TO W-TOTSEMADES
              END-IF
           ELSE
              COMPUTE W-ANOMESADE = (ADS-ANOADE * 100) + ADS-MESADE
              IF W-ANOMESADE = W-ANOMESREF
                 ADD 1 TO TBT-ENTR (W-IDXT) W-TOTENTR.
           IF SITAMIGO NOT = "C" OR ADS-ANOSAI = ZEROS
              GO TO R2-FIM.
           COMPUTE W-ANOMESSAI = (ADS-ANOSAI * 100) + ADS-MESSAI
           IF W-ANOMESSAI NOT = W-ANOMESREF
              GO TO R2-FIM.
           ADD 1 TO TBT-SAID (W-IDXT) W-TOTSAID
           IF ADS-MOTIVO > ZEROS
              ADD 1 TO TBM-SAID (ADS-MOTIVO).
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * SECOES 1 E 2: POR TIPO E POR MOTIVO                    *
      *********************************************************
       R3.
           WRITE LINHA-REL FROM LIN-SEC1
           WRITE LINHA-REL FROM LIN-CAB1
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXT FROM 1 BY 1 UNTIL W-IDXT > 10.
           MOVE W-TOTENTR   TO LTT-ENTR
           MOVE W-TOTSAID   TO LTT-SAID
           COMPUTE W-SALDO = W-TOTENTR - W-TOTSAID
           MOVE W-SALDO     TO LTT-SALDO
           MOVE W-TOTATIVOS TO LTT-ATIVOS
           WRITE LINHA-REL FROM LIN-TOTTIPO
           MOVE W-TOTSEMADES TO LSA-QTD
           WRITE LINHA-REL FROM LIN-SEMADES
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEC2
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM R5 THRU R5-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 99.
           WRITE LINHA-REL FROM LIN-BRANCO
           GO TO R6.
      *
       R4.
           IF TBT-ENTR (W-IDXT) = ZEROS AND TBT-SAID (W-IDXT) = ZEROS
              AND TBT-ATIVOS (W-IDXT) = ZEROS
              GO TO R4-FIM.
           COMPUTE LT-TIPO = W-IDXT - 1
           MOVE SPACES TO LT-DESC
           IF W-TEMTPAMG = "S"
              MOVE LT-TIPO TO TPAMIGO-COD
              READ CADTPAMG
              IF ST-ERRO3 = "00"
                 MOVE TPAMIGO-DESC TO LT-DESC.
           MOVE TBT-ENTR (W-IDXT)   TO LT-ENTR
           MOVE TBT-SAID (W-IDXT)   TO LT-SAID
           COMPUTE W-SALDO = TBT-ENTR (W-IDXT) - TBT-SAID (W-IDXT)
           MOVE W-SALDO             TO LT-SALDO
           MOVE TBT-ATIVOS (W-IDXT) TO LT-ATIVOS
           WRITE LINHA-REL FROM LIN-TIPO.
       R4-FIM.
           EXIT.
      *
       R5.
           IF TBM-SAID (W-IDXM) = ZEROS
              GO TO R5-FIM.
           MOVE W-IDXM TO LM-MOTIVO
           MOVE "*** MOTIVO NAO CADASTRADO ***" TO LM-DESC
           IF W-TEMMOTS = "S"
              MOVE W-IDXM TO MOT-COD
              READ CADMOTS
              IF ST-ERRO4 = "00"
                 MOVE MOT-DESC TO LM-DESC.
           MOVE TBM-SAID (W-IDXM) TO LM-SAID
           WRITE LINHA-REL FROM LIN-MOTIVO.
       R5-FIM.
           EXIT.
      *
      *********************************************************
      * SEGUNDA PASSADA: AMIGOS EM RISCO (NAO CANCELADOS COM 2 *
      * OU MAIS MENSALIDADES EM ABERTO ANTERIORES A            *
      * COMPETENCIA)                                           *
      *********************************************************
       R6.
           WRITE LINHA-REL FROM LIN-SEC3
           WRITE LINHA-REL FROM LIN-CAB3
           IF W-TEMMENS NOT = "S"
              GO TO R6-TOT.
           MOVE "N" TO W-FIM
           MOVE SPACES TO APELIDO
           START CADAMIGO KEY IS NOT LESS APELIDO
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R7 THRU R7-FIM UNTIL W-FIM = "S".
       R6-TOT.
           MOVE W-TOTRISCO TO LTR-QTD
           MOVE W-VLRRISCO TO LTR-VALOR
           WRITE LINHA-REL FROM LIN-TOTRISCO
           GO TO ROT-FIM.
      *
       R7.
           READ CADAMIGO NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R7-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R7-FIM.
           IF SITAMIGO = "C"
              GO TO R7-FIM.
           PERFORM ROT-CONTA-ATRASO THRU ROT-CONTA-ATRASO-FIM
           IF W-MESESAB < 2
              GO TO R7-FIM.
           ADD 1 TO W-TOTRISCO
           ADD W-VLRAB TO W-VLRRISCO
           MOVE APELIDO   TO LR-APELIDO
           MOVE NOME-AM   TO LR-NOME
           MOVE TPAMIGO   TO LR-TIPO
           MOVE SITAMIGO  TO LR-SIT
           MOVE W-MESESAB TO LR-MESES
           MOVE W-VLRAB   TO LR-VALOR
           WRITE LINHA-REL FROM LIN-RISCO.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * CONTA AS MENSALIDADES EM ABERTO DO AMIGO (CADMENS) DE  *
      * COMPETENCIA ANTERIOR A INFORMADA E SOMA O VALOR        *
      *********************************************************
       ROT-CONTA-ATRASO.
           MOVE ZEROS TO W-MESESAB W-VLRAB
           MOVE APELIDO TO MEN-APELIDO
           MOVE ZEROS TO MEN-ANOMES
           MOVE "N" TO W-FIMVARR
           START CADMENS KEY IS NOT LESS CHAVEMENS
                 INVALID KEY
                    MOVE "S" TO W-FIMVARR.
           PERFORM ROT-CONTA-ATRASO-V THRU ROT-CONTA-ATRASO-V-F
                   UNTIL W-FIMVARR = "S".
       ROT-CONTA-ATRASO-FIM.
           EXIT.
       ROT-CONTA-ATRASO-V.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMVARR
                  GO TO ROT-CONTA-ATRASO-V-F
           END-READ
           IF ST-ERRO5 NOT = "00" OR MEN-APELIDO NOT = APELIDO
              OR MEN-ANOMES NOT < W-ANOMESREF
              MOVE "S" TO W-FIMVARR
              GO TO ROT-CONTA-ATRASO-V-F.
           IF MEN-DTPAGTO = ZEROS
              ADD 1 TO W-MESESAB
              ADD MEN-VALOR TO W-VLRAB.
       ROT-CONTA-ATRASO-V-F.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADAMIGO
           IF W-TEMADES = "S"
              CLOSE CADADES.
           IF W-TEMTPAMG = "S"
              CLOSE CADTPAMG.
           IF W-TEMMOTS = "S"
              CLOSE CADMOTS.
           IF W-TEMMENS = "S"
              CLOSE CADMENS.
           IF ST-ERRO6 NOT = "00"
              GO TO ROT-FIM2.
           CLOSE RELRETEN
           DISPLAY "*** RETENCAO GERADA EM RELRETEN.TXT ***"
           DISPLAY "ENTRADAS NO MES   : " W-TOTENTR
           DISPLAY "SAIDAS NO MES     : " W-TOTSAID
           DISPLAY "AMIGOS EM RISCO   : " W-TOTRISCO.
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
