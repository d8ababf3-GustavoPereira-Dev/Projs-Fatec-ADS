      * EXPIRACAO A RESERVA E LIBERADA AUTOMATICAMENTE AO SER       *
      * CONSULTADA, COM O AVISO DE DEVOLUCAO/RETENCAO DO SINAL.     *
      * NUNCA MAIS O MESMO CARRO VENDIDO DUAS VEZES.                *
      *                                                             *
      * SITUACAO DO VEICULO (SIT-CAR): RESERVA ATIVA DEIXA O CARRO  *
      * COMO R (RESERVADO, CONTINUA NO PATIO); ENCERRADA, EXPIRADA  *
      * OU EXCLUIDA DEVOLVE PARA E (ESTOQUE). SO MEXE NO CARRO QUE  *
      * ESTA NO PATIO (E/R) - VENDIDO, FROTA, REPARO OU BAIXADO NAO *
      * ACEITA RESERVA NOVA.                                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD CADRESRV
               LABEL RECORD IS STANDARD
          03 W-DIAHOJE  PIC 9(2).
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-EXPIRA8     PIC 9(08) VALUE ZEROS.
       01 W-SITNOVA     PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    RESERVA NOVA: SO PARA VEICULO DISPONIVEL NO PATIO
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "R"
                                AND SIT-CAR NOT = SPACE
              MOVE "*** VEICULO NAO ESTA DISPONIVEL NO PATIO ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R3.
           ACCEPT TCODCLI
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RESERVA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* RESERVA JA EXISTE, NAO GRAVADA *" TO MENS
                IF ST-ERRO = "00"
                   MOVE "*** RESERVA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "E" TO RSV-SIT
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA RESERVA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** RESERVA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA RESERVA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-CHK-EXPIRA-FIM.
           MOVE "E" TO RSV-SIT
           REWRITE REGRESRV
           PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
           MOVE "RESERVA EXPIRADA - TRATAR DEVOLUCAO DO SINAL"
                                                        TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-CHK-EXPIRA-FIM.
           EXIT.
      *
      *********************************************************
      * SITUACAO DO VEICULO CONFORME A RESERVA: A = R, OUTRA   *
      * = E. A PLACA JA ESTA EM PLACA-CAR (LER-CADCAR); CARRO  *
      * FORA DO PATIO (VENDIDO, FROTA, REPARO, BAIXADO) NAO E  *
      * ALTERADO                                               *
      *********************************************************
       ROT-SIT-CAR.
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-SIT-CAR-FIM.
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "R"
                                AND SIT-CAR NOT = SPACE
              GO TO ROT-SIT-CAR-FIM.
           MOVE "E" TO W-SITNOVA
           IF RSV-SIT = "A"
              MOVE "R" TO W-SITNOVA.
           MOVE W-SITNOVA TO SIT-CAR
           REWRITE REGCAR.
       ROT-SIT-CAR-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADCLI CADRESRV.
