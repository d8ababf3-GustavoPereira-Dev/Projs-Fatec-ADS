      *   03 = BATIDA JA CADASTRADA (CHAVEPONTO DUPLICADA)          *
      *   04 = HORARIO INVALIDO (SAIDA IGUAL A ENTRADA OU           *
      *        MINUTOS ACIMA DE 59)                                 *
      *   05 = INTERVALO INVALIDO (SO INICIO OU SO FIM, HORARIO     *
      *        INVALIDO OU FORA DA JORNADA)                         *
      * O INTERVALO DE REFEICAO (INICIO/FIM) VEM DEPOIS DA SAIDA E  *
      * E OPCIONAL - LINHA SEM ELE (LEIAUTE ANTIGO DO TERMINAL)     *
      * ENTRA COM O INTERVALO ZERADO (NAO REGISTRADO).              *
      * SAIDA MENOR QUE A ENTRADA E ACEITA - E O TURNO QUE VIROU    *
      * O DIA, TRATADO PELO FPP007. MESMO PADRAO DAS CARGAS         *
      * CARGCEP E CARGFUNC.                                         *
          03 LOTE-DIA      PIC 9(2).
          03 LOTE-HRENT    PIC 9(4).
          03 LOTE-HRSAI    PIC 9(4).
          03 LOTE-INTINI   PIC 9(4).
          03 LOTE-INTFIM   PIC 9(4).
      *
       FD CADPONTO
               LABEL RECORD IS STANDARD
                07 PONTO-DIA  PIC 9(2).
          03 PONTO-HRENT      PIC 9(4).
          03 PONTO-HRSAI      PIC 9(4).
          03 PONTO-INTINI     PIC 9(4).
          03 PONTO-INTFIM     PIC 9(4).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       01 W-MMENT       PIC 9(02) VALUE ZEROS.
       01 W-MMSAI       PIC 9(02) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-HHINI       PIC 9(02) VALUE ZEROS.
       01 W-HHFIM       PIC 9(02) VALUE ZEROS.
       01 W-MMINI       PIC 9(02) VALUE ZEROS.
       01 W-MMFIM       PIC 9(02) VALUE ZEROS.
       01 W-MINENT      PIC 9(04) VALUE ZEROS.
       01 W-MINSAI      PIC 9(04) VALUE ZEROS.
       01 W-MININI      PIC 9(04) VALUE ZEROS.
       01 W-MINFIM      PIC 9(04) VALUE ZEROS.

       01 LIN-ACEITO.
          03 LA-CODFUNC    PIC 9(05).
          03 LA-HRENT      PIC 9(04).
          03 FILLER        PIC X(06) VALUE " SAI ".
          03 LA-HRSAI      PIC 9(04).
          03 FILLER        PIC X(05) VALUE " INT ".
          03 LA-INTINI     PIC 9(04).
          03 FILLER        PIC X(01) VALUE "-".
          03 LA-INTFIM     PIC 9(04).
          03 FILLER        PIC X(09) VALUE " ACEITA".
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-REJEITO.
          03 LR-CODFUNC    PIC 9(05).
          03 LR-HRENT      PIC 9(04).
          03 FILLER        PIC X(06) VALUE " SAI ".
          03 LR-HRSAI      PIC 9(04).
          03 FILLER        PIC X(05) VALUE " INT ".
          03 LR-INTINI     PIC 9(04).
          03 FILLER        PIC X(01) VALUE "-".
          03 LR-INTFIM     PIC 9(04).
          03 FILLER        PIC X(09) VALUE " MOTIVO: ".
          03 LR-MOTIVO     PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE ZEROS TO W-MOTIVO
           IF LOTE-INTINI NOT NUMERIC
              MOVE ZEROS TO LOTE-INTINI.
           IF LOTE-INTFIM NOT NUMERIC
              MOVE ZEROS TO LOTE-INTFIM.
      *
      *********************************************************
      * VALIDACOES                                             *
              OR W-MMENT > 59 OR W-MMSAI > 59
              MOVE 04 TO W-MOTIVO
              GO TO R7-REJEITA.
       R5A.
           IF LOTE-INTINI = ZEROS AND LOTE-INTFIM = ZEROS
              GO TO R6.
           MOVE 05 TO W-MOTIVO
           IF LOTE-INTINI = ZEROS OR LOTE-INTFIM = ZEROS
              GO TO R7-REJEITA.
           DIVIDE LOTE-INTINI BY 100 GIVING W-HHINI REMAINDER W-MMINI
           DIVIDE LOTE-INTFIM BY 100 GIVING W-HHFIM REMAINDER W-MMFIM
           IF W-HHINI > 23 OR W-HHFIM > 23
              OR W-MMINI > 59 OR W-MMFIM > 59
              GO TO R7-REJEITA.
      *    EM MINUTOS, COM A VIRADA DO DIA SOMANDO 1440 - O
      *    INTERVALO TEM QUE CAIR ENTRE A ENTRADA E A SAIDA
           DIVIDE LOTE-HRENT BY 100 GIVING W-HH REMAINDER W-MMENT
           COMPUTE W-MINENT = (W-HH * 60) + W-MMENT
           DIVIDE LOTE-HRSAI BY 100 GIVING W-HH REMAINDER W-MMSAI
           COMPUTE W-MINSAI = (W-HH * 60) + W-MMSAI
           COMPUTE W-MININI = (W-HHINI * 60) + W-MMINI
           COMPUTE W-MINFIM = (W-HHFIM * 60) + W-MMFIM
           IF W-MINSAI < W-MINENT
              ADD 1440 TO W-MINSAI
              IF W-MININI < W-MINENT
                 ADD 1440 TO W-MININI
              END-IF
              IF W-MINFIM < W-MINENT
                 ADD 1440 TO W-MINFIM.
           IF W-MININI < W-MINENT OR W-MINFIM NOT > W-MININI
              OR W-MINFIM > W-MINSAI
              GO TO R7-REJEITA.
           MOVE ZEROS TO W-MOTIVO.
       R6.
           MOVE LOTE-CODFUNC TO PONTO-CODFUNC
           MOVE LOTE-ANO     TO PONTO-ANO
           MOVE LOTE-DIA     TO PONTO-DIA
           MOVE LOTE-HRENT   TO PONTO-HRENT
           MOVE LOTE-HRSAI   TO PONTO-HRSAI
           MOVE LOTE-INTINI  TO PONTO-INTINI
           MOVE LOTE-INTFIM  TO PONTO-INTFIM
           WRITE REGPONTO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE 03 TO W-MOTIVO
           MOVE PONTO-DATA   TO LA-DATA
           MOVE LOTE-HRENT   TO LA-HRENT
           MOVE LOTE-HRSAI   TO LA-HRSAI
           MOVE LOTE-INTINI  TO LA-INTINI
           MOVE LOTE-INTFIM  TO LA-INTFIM
           WRITE LINHA-ACE FROM LIN-ACEITO
           GO TO R2-FIM.
      *
           MOVE LOTE-DIA     TO LR-DATA (7:2)
           MOVE LOTE-HRENT   TO LR-HRENT
           MOVE LOTE-HRSAI   TO LR-HRSAI
           MOVE LOTE-INTINI  TO LR-INTINI
           MOVE LOTE-INTFIM  TO LR-INTFIM
           MOVE W-MOTIVO     TO LR-MOTIVO
           WRITE LINHA-REJ FROM LIN-REJEITO.
       R2-FIM.
