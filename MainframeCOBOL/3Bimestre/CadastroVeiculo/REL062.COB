      *   X REPAROS DO PERIODO (CADMANUT DA PLACA NA VIGENCIA)      *
      * COM O INDICE DE SINISTRALIDADE (PERDA / PREMIO %). E O      *
      * NUMERO QUE FALTAVA PARA A RENOVACAO DEIXAR DE SER CHUTE.    *
      * A SEGURADORA E AGRUPADA PELO CODIGO DO FORNECEDOR (CADFORN);*
      * APOLICE ANTIGA SEM CODIGO AGRUPA PELO NOME DIGITADO.        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             05 APO-MESFIM    PIC 9(2).
             05 APO-ANOFIM    PIC 9(4).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
       FD CADSINIS
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD SEGLOSS
               LABEL RECORD IS STANDARD

       01 TABSEG.
          03 TB-SEG OCCURS 50 TIMES.
             05 TBS-CODFORN  PIC 9(05).
             05 TBS-NOME     PIC X(20).
             05 TBS-PREMIO   PIC 9(10)V99.
             05 TBS-SINIS    PIC 9(10)V99.
                 ADD 1 TO W-QTDSEG
                 MOVE W-QTDSEG TO W-IDXACH
                 MOVE APO-SEGURADORA TO TBS-NOME (W-IDXACH)
                 MOVE APO-CODFORN TO TBS-CODFORN (W-IDXACH)
                 MOVE ZEROS TO TBS-PREMIO (W-IDXACH)
                               TBS-SINIS (W-IDXACH)
                               TBS-REPARO (W-IDXACH).
       ROT-SOMA-SEG-FIM.
           EXIT.
       ROT-SOMA-SEG-V.
           IF TBS-CODFORN (W-IDXS) = APO-CODFORN
              AND (APO-CODFORN NOT = ZEROS
                   OR TBS-NOME (W-IDXS) = APO-SEGURADORA)
              MOVE W-IDXS TO W-IDXACH.
       ROT-SOMA-SEG-V-F.
           EXIT.
