      *   EVENTO 10 = PROVISAO DE 13O (DEBITO+CREDITO PROPRIOS)        *
      *   EVENTO 11 = ENCARGOS S/ PROVISOES (DEBITO+CREDITO PROPRIOS)  *
      *   EVENTO 12 = DEPRECIACAO DA FROTA (DEBITO+CREDITO PROPRIOS)    *
      *   EVENTO 13 = SERVICOS DE AUTONOMOS - RPA (DEBITO)           *
      *   EVENTO 14 = AUTONOMOS A PAGAR - LIQUIDO (CREDITO)          *
      *   EVENTO 15 = INSS PATRONAL S/ AUTONOMOS (DEB+CRED)          *
      *   EVENTO 16 = PREVIDENCIA PRIVADA A REPASSAR (CREDITO)       *
      *   EVENTO 17 = PREV. PRIVADA - PARTE EMPRESA (DEB+CRED)       *
      *   EVENTO 18 = REEMBOLSO DE DESPESAS (DEBITO DESPESA)         *
      * A AREA 000 VALE COMO DE-PARA PADRAO PARA AREAS SEM           *
      * MAPEAMENTO PROPRIO.                                          *
      **************************************************************
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-002.
                IF CTA-EVENTO = ZEROS OR CTA-EVENTO > 18
                   MOVE "EVENTO CONTABIL: USE 01 A 18" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CTA01.
