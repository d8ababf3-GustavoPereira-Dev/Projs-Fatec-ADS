      * ATIVAS DE CADPLSAU, LISTANDO EM RELPLSAU.TXT:                *
      *   - VIDAS COBRADAS SEM ADESAO NO CADASTRO                    *
      *   - VIDAS ATIVAS NO CADASTRO E FORA DA FATURA                *
      *   - DIFERENCAS DE VALOR (FATURA X COTA DO EMPREGADO MAIS A   *
      *     PARTE DA EMPRESA)                                        *
      * PARA CONFERENCIA ANTES DO PAGAMENTO DA FATURA.               *
      **************************************************************
      *----------------------------------------------------------------
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
      *
       FD RELPLSAU
               LABEL RECORD IS STANDARD
       01 W-IDXF        PIC 9(04) VALUE ZEROS.
       01 W-QTDFAT      PIC 9(04) VALUE ZEROS.
       01 W-ACHOUFAT    PIC X(01) VALUE "N".
       01 W-VLRVIDA     PIC 9(06)V99 VALUE ZEROS.

       01 TABFAT.
          03 TB-FAT OCCURS 500 TIMES.
              MOVE FAT-VALOR   TO LD-VALOR
              WRITE LINHA-REL FROM LIN-DET
              GO TO R2-FIM.
           COMPUTE W-VLRVIDA = PLS-VLRMENS + PLS-VLREMPR
           IF FAT-VALOR NOT = W-VLRVIDA
              ADD 1 TO W-TOTDIF
              MOVE FAT-CODFUNC TO LDF-COD
              MOVE FAT-SEQDEP  TO LDF-SEQ
              MOVE FAT-VALOR   TO LDF-FAT
              MOVE W-VLRVIDA   TO LDF-CAD
              WRITE LINHA-REL FROM LIN-DIF.
       R2-FIM.
           EXIT.
              MOVE "VIDA ATIVA FORA DA FATURA     :" TO LD-TEXTO
              MOVE PLS-CODFUNC TO LD-COD
              MOVE PLS-SEQDEP  TO LD-SEQ
              COMPUTE LD-VALOR = PLS-VLRMENS + PLS-VLREMPR
              WRITE LINHA-REL FROM LIN-DET.
       R5-FIM.
           EXIT.
