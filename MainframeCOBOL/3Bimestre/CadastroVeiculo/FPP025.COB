       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP025.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ATUALIZACAO DA TABELA DE PRECOS DO ESTOQUE - PARA CADA      *
      * VEICULO QUE ESTA NA LOJA (SITUACAO E OU R; SEM SITUACAO     *
      * CONTA COMO E) CALCULA PELO CALCPRC O CUSTO, O PRECO PISO E  *
      * O PRECO PEDIDO E GRAVA EM CADPRECO (UM REGISTRO POR PLACA). *
      * O PRECO PEDIDO GRAVADO E O QUE O VENDEDOR ANUNCIA E O QUE O *
      * CADVDA USA PARA MEDIR O DESCONTO; O PISO E RECALCULADO NA   *
      * HORA DA VENDA. VEICULO QUE SAIU DO ESTOQUE (VENDIDO, FROTA, *
      * REPARO, BAIXADO) TEM O PRECO APAGADO. VEICULO SEM FICHA DE  *
      * AQUISICAO (CADAQUIS) E LISTADO PARA ACERTO.                 *
      * RODAR APOS ENTRADAS DE ESTOQUE, MANUTENCOES OU MUDANCA DAS  *
      * MARGENS (CADMARGV / PARAMETROS 024 E 025).                  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PLACA
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRC-PLACA        PIC X(7).
          03 PRC-CUSTO        PIC 9(9)V99.
          03 PRC-VLRPISO      PIC 9(9)V99.
          03 PRC-VLRPEDIDO    PIC 9(9)V99.
          03 PRC-DTCALC       PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTPRECO    PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMAQ    PIC 9(06) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(06) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-DTHOJE.
          03 W-DIADT    PIC 9(02).
          03 W-MESDT    PIC 9(02).
          03 W-ANODT    PIC 9(04).
       01 W-DTHOJE8 REDEFINES W-DTHOJE PIC 9(08).
       01 W-PRCUSTO     PIC 9(9)V99 VALUE ZEROS.
       01 W-PRPISO      PIC 9(9)V99 VALUE ZEROS.
       01 W-PRPEDIDO    PIC 9(9)V99 VALUE ZEROS.
       01 W-PRRET       PIC X(01) VALUE SPACES.
       01 W-PRMENS      PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** ATUALIZACAO DA TABELA DE PRECOS DO ESTOQUE ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIADT
           MOVE W-MESHOJE TO W-MESDT
           MOVE W-ANOHOJE TO W-ANODT.
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADPRECO
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADPRECO
                 CLOSE CADPRECO
                 OPEN I-O CADPRECO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRECO"
                 CLOSE CADCAR
                 GO TO ROT-FIM2.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM VEICULO: PRECO SO PARA O QUE ESTA NA LOJA           *
      *********************************************************
       R2.
           READ CADCAR NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE PLACA-CAR TO PRC-PLACA
           IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "R"
              AND SIT-CAR NOT = SPACE
              GO TO R2-FORA.
           CALL "CALCPRC" USING PLACA-CAR MARCA-CAR MODELO-CAR
                                W-DTHOJE8 W-PRCUSTO W-PRPISO
                                W-PRPEDIDO W-PRRET W-PRMENS
           IF W-PRRET NOT = "S"
              ADD 1 TO W-TOTSEMAQ
              DISPLAY PLACA-CAR " - " W-PRMENS
              GO TO R2-FORA.
           MOVE W-PRCUSTO  TO PRC-CUSTO
           MOVE W-PRPISO   TO PRC-VLRPISO
           MOVE W-PRPEDIDO TO PRC-VLRPEDIDO
           MOVE W-DTHOJE8  TO PRC-DTCALC
           WRITE REGPRECO
           IF ST-ERRO2 = "22"
              REWRITE REGPRECO.
           ADD 1 TO W-TOTPRECO
           GO TO R2-FIM.
      *    FORA DO ESTOQUE (OU SEM CUSTO): PRECO ANTIGO E APAGADO
       R2-FORA.
           READ CADPRECO
           IF ST-ERRO2 = "00"
              DELETE CADPRECO RECORD
              ADD 1 TO W-TOTFORA.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCAR CADPRECO
           DISPLAY "*** TABELA DE PRECOS ATUALIZADA ***"
           DISPLAY "VEICULOS LIDOS          : " W-TOTLIDOS
           DISPLAY "PRECOS CALCULADOS       : " W-TOTPRECO
           DISPLAY "SEM FICHA DE AQUISICAO  : " W-TOTSEMAQ
           DISPLAY "PRECOS APAGADOS         : " W-TOTFORA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
