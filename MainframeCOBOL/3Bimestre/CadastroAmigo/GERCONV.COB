      * DE ESPERA (CADWAIT) EM VEZ DE RECEBER CONVITE; QUANDO UM     *
      * RSVP VOLTA "N" NO CADCONV, O PRIMEIRO DA ESPERA E PROMOVIDO  *
      * AUTOMATICAMENTE A CONVIDADO.                                 *
      *                                                              *
      * AMIGOS SUSPENSOS (GERSUSP) E CANCELADOS (SAIDA VOLUNTARIA,   *
      * CADSAIDA) NAO SAO CONVIDADOS.                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 EVT-DATA      PIC 9(8).
          03 EVT-LOCAL     PIC X(30).
          03 EVT-CAPAC     PIC 9(4).
          03 EVT-PRECO     PIC 9(5)V99.
      *
       FD CADCONVT
               LABEL RECORD IS STANDARD
       01 W-TOTESPERA   PIC 9(04) VALUE ZEROS.
       01 W-JACONV      PIC 9(04) VALUE ZEROS.
       01 W-TOTSUSP     PIC 9(04) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(04) VALUE ZEROS.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMCONS     PIC X(01) VALUE "N".
       01 W-TOTSEMCONS  PIC 9(04) VALUE ZEROS.
       R1A.
           MOVE "G" TO W-FASE
           MOVE "N" TO W-FIM
           MOVE ZEROS TO W-TOTSUSP W-TOTSEMCONS W-TOTCANC
           MOVE SPACES TO APELIDO
           START CADAMIGO KEY IS NOT LESS APELIDO
                 INVALID KEY
           IF SITAMIGO = "S"
              ADD 1 TO W-TOTSUSP
              GO TO R2-FIM.
      *    AMIGO CANCELADO (SAIDA VOLUNTARIA - CADSAIDA) TAMBEM NAO
           IF SITAMIGO = "C"
              ADD 1 TO W-TOTCANC
              GO TO R2-FIM.
      *    CONSENTIMENTO DE CONTATO (CADCONS): QUEM OPTOU POR NAO
      *    RECEBER CONVITES E SUPRIMIDO; SEM REGISTRO VALE ACEITE
           IF W-TEMCONS = "S"
           DISPLAY "CONVIDADOS GERADOS : " W-TOTCONV
           DISPLAY "EM LISTA DE ESPERA : " W-TOTESPERA
           DISPLAY "SUSPENSOS PULADOS  : " W-TOTSUSP
           DISPLAY "CANCELADOS PULADOS : " W-TOTCANC
           DISPLAY "SEM CONSENTIMENTO  : " W-TOTSEMCONS.
       ROT-FIM2.
           EXIT PROGRAM.
