      * PELO FINANCEIRO. O CONFRONTO COM O REALIZADO DO CADPAG SAI  *
      * NO REL059, RODAVEL ASSIM QUE A COMPETENCIA VIRA C NO        *
      * CADCOMP.                                                    *
      * VERSAO O = ORCAMENTO OFICIAL (O UNICO QUE O REL059 LE);     *
      * VERSAO R = PROPOSTA (RASCUNHO) GERADA PELO FPP023, REVISADA *
      * AQUI PELO FINANCEIRO E PROMOVIDA A OFICIAL PELO FPP024.     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 CHAVEORC.
             05 ORC-AREA      PIC 9(3).
             05 ORC-ANOMES    PIC 9(6).
             05 ORC-VERSAO    PIC X(1).
          03 ORC-VALOR        PIC 9(10)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  "   NOME DA AREA        :".
           05  LINE 08  COLUMN 01
               VALUE  "   COMPETENCIA (AAAAMM):".
           05  LINE 09  COLUMN 01
               VALUE  "   VERSAO              :".
           05  LINE 09  COLUMN 30
               VALUE  "(O=OFICIAL  R=PROPOSTA)".
           05  LINE 10  COLUMN 01
               VALUE  "   CUSTO ORCADO        :".
           05  LINE 21  COLUMN 01
               LINE 08  COLUMN 26  PIC 9(06)
               USING  ORC-ANOMES
               HIGHLIGHT.
           05  TORC-VERSAO
               LINE 09  COLUMN 26  PIC X(01)
               USING  ORC-VERSAO
               HIGHLIGHT.
           05  TORC-VALOR
               LINE 10  COLUMN 26  PIC 9(10),99
               USING  ORC-VALOR
       INC-001.
                MOVE SPACES TO AREA-NOME
                MOVE ZEROS  TO ORC-AREA ORC-ANOMES ORC-VALOR W-SEL.
                MOVE "O"    TO ORC-VERSAO.
                DISPLAY TELAORC.
       INC-002.
                ACCEPT TORC-AREA
                   MOVE "COMPETENCIA NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                ACCEPT TORC-VERSAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF ORC-VERSAO NOT = "O" AND ORC-VERSAO NOT = "R"
                   MOVE "VERSAO: USE O=OFICIAL OU R=PROPOSTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003A.
       LER-ORC01.
                MOVE 0 TO W-SEL
                READ CADORCAM
       R0.
                ACCEPT TORC-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003A.
                IF ORC-VALOR = ZEROS
                   MOVE "VALOR ORCADO NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
