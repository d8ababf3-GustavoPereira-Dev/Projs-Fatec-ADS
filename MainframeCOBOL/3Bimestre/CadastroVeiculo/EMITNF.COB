       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITNF.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * NUMERACAO DAS NOTAS FISCAIS DOS VEICULOS - CHAMADO PELA     *
      * VENDA (CADVDA) E PELO DISTRATO (CADDIST). CADA EMPRESA      *
      * (CADEMPR) TEM A SUA SERIE NO CADNF.DAT, CHAVE EMPRESA +     *
      * NUMERO; O PROXIMO NUMERO E SEMPRE O ULTIMO DA SERIE + 1, DE *
      * MODO QUE NAO HA BURACO NEM REAPROVEITAMENTO - A NOTA        *
      * CANCELADA FICA NA SERIE COM SITUACAO C.                     *
      *   NOTA DE SAIDA   (TIPO S) - O VEICULO VENDIDO;             *
      *   NOTA DE ENTRADA (TIPO E) - O VEICULO RECEBIDO NA TROCA.   *
      * FUNCOES:                                                    *
      *   A = ACERTA AS NOTAS DA VENDA: EMITE AS QUE FALTAM E, SE   *
      *       O COMPRADOR, O VALOR OU A TROCA MUDARAM, CANCELA A    *
      *       NOTA ANTIGA E EMITE OUTRA (INCLUSAO E ALTERACAO);     *
      *   C = CANCELA TODAS AS NOTAS DA VENDA (EXCLUSAO/DISTRATO).  *
      *                                                             *
      * PARAMETROS: FUNCAO X(1), EMPRESA 9(2), PLACA X(7) E DATA    *
      * DDMMAAAA 9(8) DA VENDA, CLIENTE 9(5), CPF 9(11), VALOR      *
      * 9(8)V99, PLACA X(7) E VALOR 9(8)V99 DA TROCA, NUMERO DA     *
      * NOTA DE SAIDA E DE ENTRADA 9(9) (DEVOLVIDOS), RETORNO X(1)  *
      * (S = OK, N = ERRO) E MENSAGEM X(50).                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENF
                    FILE STATUS  IS ST-NF
                    ALTERNATE RECORD KEY IS NF-CHAVEVDA
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
          03 CHAVENF.
             05 NF-EMP        PIC 9(2).
             05 NF-NUM        PIC 9(9).
          03 NF-CHAVEVDA.
             05 NF-PLACAVDA   PIC X(7).
             05 NF-DTAVENDA   PIC 9(8).
          03 NF-TIPO          PIC X(1).
          03 NF-DTEMIS        PIC 9(8).
          03 NF-PLACA         PIC X(7).
          03 NF-CODCLI        PIC 9(5).
          03 NF-DOC           PIC 9(11).
          03 NF-VALOR         PIC 9(8)V99.
          03 NF-SIT           PIC X(1).
          03 NF-DTCANC        PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NF         PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TEMS        PIC X(01) VALUE "N".
       01 W-TEME        PIC X(01) VALUE "N".
       01 W-ULTNUM      PIC 9(09) VALUE ZEROS.
       01 W-EMTIPO      PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-NFFUNC      PIC X(1).
       01 W-NFEMP       PIC 9(2).
       01 W-NFPLACA     PIC X(7).
       01 W-NFDTAVENDA  PIC 9(8).
       01 W-NFCODCLI    PIC 9(5).
       01 W-NFDOC       PIC 9(11).
       01 W-NFVALOR     PIC 9(8)V99.
       01 W-NFPLACATR   PIC X(7).
       01 W-NFVLRTR     PIC 9(8)V99.
       01 W-NFNUMS      PIC 9(9).
       01 W-NFNUME      PIC 9(9).
       01 W-NFRET       PIC X(1).
       01 W-NFMENS      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-NFFUNC W-NFEMP W-NFPLACA
                                W-NFDTAVENDA W-NFCODCLI W-NFDOC
                                W-NFVALOR W-NFPLACATR W-NFVLRTR
                                W-NFNUMS W-NFNUME W-NFRET W-NFMENS.
       INICIO.
       R0.
           MOVE "N" TO W-NFRET W-TEMS W-TEME
           MOVE SPACES TO W-NFMENS
           MOVE ZEROS TO W-NFNUMS W-NFNUME
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-NFFUNC NOT = "A" AND W-NFFUNC NOT = "C"
              MOVE "FUNCAO INVALIDA NA EMISSAO DA NOTA FISCAL"
                                                   TO W-NFMENS
              GO TO ROT-FIM2.
           OPEN I-O CADNF
           IF ST-NF NOT = "00"
              IF ST-NF = "30"
                 OPEN OUTPUT CADNF
                 CLOSE CADNF
                 OPEN I-O CADNF
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNF" TO W-NFMENS
                 GO TO ROT-FIM2.
      *
      *********************************************************
      * NOTAS JA EMITIDAS PARA A VENDA: MANTEM AS QUE CONFEREM *
      * E CANCELA AS DEMAIS (NA FUNCAO C, TODAS)               *
      *********************************************************
       R1.
           MOVE W-NFPLACA    TO NF-PLACAVDA
           MOVE W-NFDTAVENDA TO NF-DTAVENDA
           START CADNF KEY IS NOT LESS NF-CHAVEVDA
                 INVALID KEY
                    GO TO R2.
       R1-RD.
           READ CADNF NEXT RECORD
                AT END
                   GO TO R2
           END-READ
           IF ST-NF NOT = "00" OR NF-PLACAVDA NOT = W-NFPLACA
              OR NF-DTAVENDA NOT = W-NFDTAVENDA
              GO TO R2.
           IF NF-SIT = "C"
              GO TO R1-RD.
           IF W-NFFUNC = "C"
              GO TO R1-CANC.
           IF NF-TIPO = "S" AND W-TEMS = "N"
              AND NF-EMP = W-NFEMP AND NF-PLACA = W-NFPLACA
              AND NF-CODCLI = W-NFCODCLI AND NF-DOC = W-NFDOC
              AND NF-VALOR = W-NFVALOR
              MOVE "S" TO W-TEMS
              MOVE NF-NUM TO W-NFNUMS
              GO TO R1-RD.
           IF NF-TIPO = "E" AND W-TEME = "N"
              AND W-NFPLACATR NOT = SPACES
              AND NF-EMP = W-NFEMP AND NF-PLACA = W-NFPLACATR
              AND NF-CODCLI = W-NFCODCLI AND NF-DOC = W-NFDOC
              AND NF-VALOR = W-NFVLRTR
              MOVE "S" TO W-TEME
              MOVE NF-NUM TO W-NFNUME
              GO TO R1-RD.
       R1-CANC.
           MOVE "C"    TO NF-SIT
           MOVE W-HOJE TO NF-DTCANC
           REWRITE REGNF
           GO TO R1-RD.
      *
      *********************************************************
      * EMITE AS NOTAS QUE FALTAM                              *
      *********************************************************
       R2.
           IF W-NFFUNC = "C"
              MOVE "S" TO W-NFRET
              GO TO ROT-FIM.
           IF W-TEMS = "N"
              MOVE "S" TO W-EMTIPO
              PERFORM ROT-EMITE THRU ROT-EMITE-FIM
              IF ST-NF NOT = "00" AND ST-NF NOT = "02"
                 GO TO ROT-FIM
              END-IF
              MOVE NF-NUM TO W-NFNUMS.
           IF W-NFPLACATR NOT = SPACES AND W-TEME = "N"
              MOVE "E" TO W-EMTIPO
              PERFORM ROT-EMITE THRU ROT-EMITE-FIM
              IF ST-NF NOT = "00" AND ST-NF NOT = "02"
                 GO TO ROT-FIM
              END-IF
              MOVE NF-NUM TO W-NFNUME.
           MOVE "S" TO W-NFRET.
      *
       ROT-FIM.
           CLOSE CADNF.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * PROXIMO NUMERO DA SERIE DA EMPRESA (ULTIMO + 1; SE OUTRA*
      * ESTACAO GRAVOU O MESMO NUMERO ANTES, TENTA O SEGUINTE)  *
      *********************************************************
       ROT-EMITE.
           MOVE ZEROS   TO W-ULTNUM
           MOVE W-NFEMP TO NF-EMP
           MOVE ZEROS   TO NF-NUM
           START CADNF KEY IS NOT LESS CHAVENF
                 INVALID KEY
                    GO TO ROT-EMITE-GRAVA.
       ROT-EMITE-RD.
           READ CADNF NEXT RECORD
                AT END
                   GO TO ROT-EMITE-GRAVA
           END-READ
           IF ST-NF NOT = "00" OR NF-EMP NOT = W-NFEMP
              GO TO ROT-EMITE-GRAVA.
           MOVE NF-NUM TO W-ULTNUM
           GO TO ROT-EMITE-RD.
       ROT-EMITE-GRAVA.
           ADD 1 TO W-ULTNUM
           MOVE W-NFEMP      TO NF-EMP
           MOVE W-ULTNUM     TO NF-NUM
           MOVE W-NFPLACA    TO NF-PLACAVDA
           MOVE W-NFDTAVENDA TO NF-DTAVENDA
           MOVE W-EMTIPO     TO NF-TIPO
           MOVE W-HOJE       TO NF-DTEMIS
           MOVE W-NFCODCLI   TO NF-CODCLI
           MOVE W-NFDOC      TO NF-DOC
           MOVE "N"          TO NF-SIT
           MOVE ZEROS        TO NF-DTCANC
           IF W-EMTIPO = "S"
              MOVE W-NFPLACA   TO NF-PLACA
              MOVE W-NFVALOR   TO NF-VALOR
           ELSE
              MOVE W-NFPLACATR TO NF-PLACA
              MOVE W-NFVLRTR   TO NF-VALOR.
           WRITE REGNF
           IF ST-NF = "22"
              GO TO ROT-EMITE-GRAVA.
           IF ST-NF NOT = "00" AND ST-NF NOT = "02"
              MOVE "ERRO NA GRAVACAO DA NOTA FISCAL (CADNF)"
                                                   TO W-NFMENS.
       ROT-EMITE-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
