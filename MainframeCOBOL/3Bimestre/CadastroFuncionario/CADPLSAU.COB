      * CADASTRO DO PLANO DE SAUDE - REGISTRA AS VIDAS COBERTAS DE   *
      * CADA FUNCIONARIO (SEQDEP 00 = TITULAR, DEMAIS = SEQUENCIA    *
      * DO DEPENDENTE EM CADDEP) COM O VALOR MENSAL DA COTA DO       *
      * EMPREGADO, DESCONTADO NA FOLHA (FPP005/FPP006, EVENTO 580),  *
      * E O VALOR MENSAL DA PARTE CUSTEADA PELA EMPRESA (REL087).    *
      * A CONCILIACAO COM A FATURA DA OPERADORA E FEITA NO REL033.   *
      **************************************************************
      *----------------------------------------------------------------
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
               VALUE  "   NOME DO DEPENDENTE           :".
           05  LINE 13  COLUMN 01
               VALUE  "   VALOR MENSAL (COTA EMPREGADO):".
           05  LINE 14  COLUMN 01
               VALUE  "   VALOR MENSAL (PARTE EMPRESA) :".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO (A=ATIVA C=CANCEL.) :".
           05  LINE 22  COLUMN 01
               LINE 13  COLUMN 36  PIC 9(06),99
               USING  PLS-VLRMENS
               HIGHLIGHT.
           05  TVLREMPR
               LINE 14  COLUMN 36  PIC 9(06),99
               USING  PLS-VLREMPR
               HIGHLIGHT.
           05  TSIT
               LINE 15  COLUMN 36  PIC X(01)
               USING  PLS-SIT
      *
       R1.
           MOVE SPACES TO NOME NOMEDEP PLS-SIT
           MOVE ZEROS TO PLS-CODFUNC PLS-SEQDEP PLS-VLRMENS
                         PLS-VLREMPR W-SEL
           DISPLAY TCADPLSAU.
      *
       R2.
                   GO TO R3.
           IF PLS-VLRMENS = ZEROS
                   GO TO R4.
       R4A.
           ACCEPT TVLREMPR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF PLS-SIT NOT = "A" AND PLS-SIT NOT = "C"
              MOVE "SITUACAO: USE A OU C" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
