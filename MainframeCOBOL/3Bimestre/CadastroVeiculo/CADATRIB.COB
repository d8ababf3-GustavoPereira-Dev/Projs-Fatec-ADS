      * CADCAR E O DONO LEGAL, NAO O CONDUTOR). VALIDA O             *
      * FUNCIONARIO ATIVO (SITFUNC = "A"), GUARDA O ODOMETRO DA      *
      * ENTREGA E IMPRIME O TERMO DE RESPONSABILIDADE               *
      * (TERMORES.TXT). O CONDUTOR PRECISA DE CNH VALIDA, DA         *
      * CATEGORIA DO VEICULO E ABAIXO DO LIMITE DE PONTOS (CHKCNH).  *
      * DATA FIM ZERADA = ATRIBUICAO EM ABERTO -                     *
      * BLOQUEIA O CHECKLIST DE DESLIGAMENTO DO FPP004 E SAI NO      *
      * QUADRO DE CONDUTORES ATUAIS (REL042).                        *
      * SITUACAO DO VEICULO (SIT-CAR): COM ATRIBUICAO EM ABERTO O    *
      * CARRO FICA COMO F (FROTA, FORA DO PATIO); SEM NENHUMA EM     *
      * ABERTO VOLTA PARA E (ESTOQUE). SO VEICULO DO PATIO (E) OU JA *
      * NA FROTA (TROCA DE CONDUTOR) RECEBE ATRIBUICAO NOVA.         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-CKFUNC      PIC 9(05) VALUE ZEROS.
       01 W-CKPLACA     PIC X(07) VALUE SPACES.
       01 W-CKDATA      PIC 9(08) VALUE ZEROS.
       01 W-CKRET       PIC X(01) VALUE SPACES.
       01 W-CKMENS      PIC X(50) VALUE SPACES.
       01 W-SITNOVA     PIC X(01) VALUE SPACES.
       01 W-REGSALVO    PIC X(35) VALUE SPACES.

       01 LIN-TITULO    PIC X(80) VALUE
          "       *** TERMO DE RESPONSABILIDADE POR VEICULO ***".
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ CADATRIB
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE ATR-CODFUNC TO W-FUNCANT
                 DISPLAY TCADATRIB
                 MOVE "*** ATRIBUICAO JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    ATRIBUICAO NOVA: VEICULO NO PATIO OU JA NA FROTA
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "F"
                                AND SIT-CAR NOT = SPACE
              MOVE "*** VEICULO VENDIDO/RESERVADO/EM REPARO/BAIXADO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R4.
           ACCEPT TCODFUNC
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TNOME.
      *    HABILITACAO DO CONDUTOR (CHKCNH) NA DATA DE INICIO; NA
      *    ALTERACAO SO QUANDO O CONDUTOR MUDA
       R4A.
           IF W-SEL = 1 AND ATR-CODFUNC = W-FUNCANT
              GO TO R5.
           MOVE ATR-CODFUNC TO W-CKFUNC
           MOVE ATR-PLACA TO W-CKPLACA
           MOVE ATR-DTINI TO W-CKDATA
           CALL "CHKCNH" USING W-CKFUNC W-CKPLACA W-CKDATA
                               W-CKRET W-CKMENS
           IF W-CKRET NOT = "S"
              MOVE W-CKMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TKM
           ACCEPT W-ACT FROM ESCAPE KEY
                      MOVE "*** ATRIBUICAO GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-TERMO THRU ROT-TERMO-FIM
                      PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* ATRIBUICAO JA EXISTE *" TO MENS
                IF ST-ERRO = "00"
                   MOVE "*** ATRIBUICAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA ATRIBUICAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ATRIBUICAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ATRIBUICAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-TERMO-FIM.
           EXIT.
      *
      *********************************************************
      * SITUACAO DO VEICULO: PROCURA QUALQUER ATRIBUICAO EM    *
      * ABERTO DA PLACA (DEPOIS DA GRAVACAO/EXCLUSAO) - ACHOU  *
      * = F, NAO ACHOU = E. SO SAI DE F PARA E, E SO ENTRA EM  *
      * F A PARTIR DO PATIO (E)                                *
      *********************************************************
       ROT-SIT-CAR.
           MOVE REGATRIB TO W-REGSALVO
           MOVE "E" TO W-SITNOVA
           MOVE ZEROS TO ATR-DTINI
           START CADATRIB KEY IS NOT LESS CHAVEATRIB
                 INVALID KEY
                    GO TO ROT-SIT-CAR-GRV.
       ROT-SIT-CAR-RD.
           READ CADATRIB NEXT RECORD
                AT END
                   GO TO ROT-SIT-CAR-GRV
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-SIT-CAR-GRV.
           IF ATR-PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-CAR-GRV.
           IF ATR-DTFIM = ZEROS
              MOVE "F" TO W-SITNOVA
              GO TO ROT-SIT-CAR-GRV.
           GO TO ROT-SIT-CAR-RD.
       ROT-SIT-CAR-GRV.
           MOVE W-REGSALVO TO REGATRIB
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-SIT-CAR-FIM.
           IF W-SITNOVA = "E" AND SIT-CAR NOT = "F"
              GO TO ROT-SIT-CAR-FIM.
           IF W-SITNOVA = "F" AND SIT-CAR NOT = "E"
                              AND SIT-CAR NOT = SPACE
              GO TO ROT-SIT-CAR-FIM.
           MOVE W-SITNOVA TO SIT-CAR
           REWRITE REGCAR.
       ROT-SIT-CAR-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADFUNC CADATRIB.
