          03 ENTREVISTA-D     PIC X(1).
          03 PGTOFINAL-D      PIC X(1).
          03 OBSDESLIG-D      PIC X(40).
          03 CAUSA-D          PIC 9(2).
      *
       FD EVENTOS
               LABEL RECORD IS STANDARD
       01 W-TOTDEM      PIC 9(04) VALUE ZEROS.
       01 W-TOTAFAST    PIC 9(04) VALUE ZEROS.
       01 W-TOTRET      PIC 9(04) VALUE ZEROS.
       01 W-CHECKLIST   PIC X(05) VALUE SPACES.

       01 LIN-HEADER.
          03 LH-TIPO       PIC X(01) VALUE "0".
      *********************************************************
      * RESUMO DO CHECKLIST DE DESLIGAMENTO (CADDESLIG) DO     *
      * FUNCIONARIO: DEVOLUCAO / ENTREVISTA / PAGAMENTO FINAL  *
      * E A CAUSA DO DESLIGAMENTO (CADCAUSA) NAS POSICOES 4-5  *
      *********************************************************
       ROT-BUSCA-DESLIG.
           MOVE SPACES TO W-CHECKLIST
           MOVE DEVEQUIP-D   TO W-CHECKLIST (1:1)
           MOVE ENTREVISTA-D TO W-CHECKLIST (2:1)
           MOVE PGTOFINAL-D  TO W-CHECKLIST (3:1)
           MOVE CAUSA-D      TO W-CHECKLIST (4:2)
           GO TO ROT-BUSCA-DESLIG-RD.
       ROT-BUSCA-DESLIG-FIM.
           EXIT.
