      * FECHAMENTO MENSAL (FPP007) TOTALIZA ESTAS BATIDAS EM HORAS  *
      * NORMAIS, HORAS EXTRAS (ACIMA DE 8H/DIA) E DIAS DE FALTA     *
      * PARA A FOLHA DOS HORISTAS (CARGO-TPSAL = 1).                *
      * O INTERVALO DE REFEICAO (INICIO/FIM, HHMM) E OPCIONAL -     *
      * ZEROS = NAO REGISTRADO; QUANDO INFORMADO TEM QUE CAIR       *
      * DENTRO DA JORNADA. USADO NA CONFERENCIA LEGAL DA JORNADA    *
      * (REL078).                                                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                07 PONTO-DIA  PIC 9(2).
          03 PONTO-HRENT      PIC 9(4).
          03 PONTO-HRSAI      PIC 9(4).
          03 PONTO-INTINI     PIC 9(4).
          03 PONTO-INTFIM     PIC 9(4).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   HORA DE ENTRADA (HHMM)      :".
           05  LINE 15  COLUMN 01
               VALUE  "   HORA DE SAIDA   (HHMM)      :".
           05  LINE 17  COLUMN 01
               VALUE  "   INICIO DO INTERVALO (HHMM)  :".
           05  LINE 18  COLUMN 01
               VALUE  "   FIM DO INTERVALO    (HHMM)  :".
           05  LINE 19  COLUMN 01
               VALUE  "   (INTERVALO ZERADO = NAO REGISTRADO)".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 15  COLUMN 35  PIC 9(04)
               USING  PONTO-HRSAI
               HIGHLIGHT.
           05  TINTINI
               LINE 17  COLUMN 35  PIC 9(04)
               USING  PONTO-INTINI
               HIGHLIGHT.
           05  TINTFIM
               LINE 18  COLUMN 35  PIC 9(04)
               USING  PONTO-INTFIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO NOME
           MOVE ZEROS TO PONTO-CODFUNC PONTO-ANO PONTO-MES PONTO-DIA
           MOVE ZEROS TO PONTO-HRENT PONTO-HRSAI W-SEL
           MOVE ZEROS TO PONTO-INTINI PONTO-INTFIM
           DISPLAY TCADPONTO.
      *
       R2.
              MOVE "SAIDA DEVE SER MAIOR QUE A ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *    INTERVALO DE REFEICAO: OS DOIS ZERADOS OU OS DOIS
      *    INFORMADOS, DENTRO DA JORNADA
       R7A.
           ACCEPT TINTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PONTO-INTINI = ZEROS
              MOVE ZEROS TO PONTO-INTFIM
              DISPLAY TINTFIM
              GO TO R7C.
           DIVIDE PONTO-INTINI BY 100 GIVING W-HH REMAINDER W-MM
           IF W-HH > 23 OR W-MM > 59
              MOVE "INICIO DO INTERVALO INVALIDO (HHMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.
           IF PONTO-INTINI < PONTO-HRENT
              OR PONTO-INTINI NOT < PONTO-HRSAI
              MOVE "INTERVALO FORA DA JORNADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.
       R7B.
           ACCEPT TINTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7A.
           DIVIDE PONTO-INTFIM BY 100 GIVING W-HH REMAINDER W-MM
           IF W-HH > 23 OR W-MM > 59
              MOVE "FIM DO INTERVALO INVALIDO (HHMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.
           IF PONTO-INTFIM NOT > PONTO-INTINI
              MOVE "FIM DEVE SER MAIOR QUE O INICIO DO INTERVALO"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.
           IF PONTO-INTFIM > PONTO-HRSAI
              MOVE "INTERVALO FORA DA JORNADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.
       R7C.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
