      * CUSTO DE GARANTIA POR VENDA E POR MARCA - VARRE AS          *
      * RECLAMACOES (CADGARAN), LISTA CADA UMA COM O CUSTO E A      *
      * MARCA DO VEICULO (CADCAR) E FECHA COM OS TOTAIS POR MARCA   *
      * (MARCA-CAR), OS TOTAIS POR MODELO (MARCA-CAR + MODELO-CAR,  *
      * NOME NO CADMODV) E O TOTAL FORA DA JANELA - PARA ENXERGAR   *
      * QUAL MARCA E QUAL MODELO DOI DEPOIS DA ENTREGA. SAIDA EM    *
      * GARANTIA.TXT.                                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT GARANTIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
          03 CHAVEMODV.
             05 MOD-MARCA     PIC X(02).
             05 MOD-COD       PIC 9(03).
          03 MOD-NOME         PIC X(20).
          03 MOD-VERSAO       PIC X(15).
          03 MOD-COMBUST      PIC X(01).
          03 MOD-TANQUE       PIC 9(03).
          03 MOD-KMLREF       PIC 9(02)V99.
      *
       FD GARANTIA
               LABEL RECORD IS STANDARD
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMMODV     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TOTRECL     PIC 9(06) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(06) VALUE ZEROS.
       01 W-IDXACH      PIC 9(02) VALUE ZEROS.
       01 W-QTDMARCAS   PIC 9(02) VALUE ZEROS.
       01 W-MARCAREF    PIC X(02) VALUE SPACES.
       01 W-MODREF      PIC 9(03) VALUE ZEROS.
       01 W-IDXD        PIC 9(03) VALUE ZEROS.
       01 W-IDXDACH     PIC 9(03) VALUE ZEROS.
       01 W-QTDMODELOS  PIC 9(03) VALUE ZEROS.

       01 TABMARCAS.
          03 TB-MARCA OCCURS 50 TIMES.
             05 TBM-QTD      PIC 9(04).
             05 TBM-CUSTO    PIC 9(10)V99.

       01 TABMODELOS.
          03 TB-MODELO OCCURS 100 TIMES.
             05 TBD-MARCA    PIC X(02).
             05 TBD-MODELO   PIC 9(03).
             05 TBD-QTD      PIC 9(04).
             05 TBD-CUSTO    PIC 9(10)V99.

       01 LIN-TITULO    PIC X(90) VALUE
          "*** CUSTO DE GARANTIA POR VENDA E POR MARCA ***".


       01 LIN-SEP       PIC X(90) VALUE ALL "-".
       01 LIN-CABM      PIC X(90) VALUE "TOTAIS POR MARCA:".
       01 LIN-CABD      PIC X(90) VALUE "TOTAIS POR MODELO:".

       01 LIN-MODELO.
          03 FILLER        PIC X(07) VALUE "MODELO ".
          03 LMD-MARCA     PIC X(02).
          03 FILLER        PIC X(01) VALUE "-".
          03 LMD-COD       PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LMD-NOME      PIC X(20).
          03 FILLER        PIC X(06) VALUE " QTD:".
          03 LMD-QTD       PIC ZZZ9.
          03 FILLER        PIC X(08) VALUE " CUSTO:".
          03 LMD-CUSTO     PIC Z(8)9,99.
          03 FILLER        PIC X(26) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMMODV
           OPEN INPUT CADMODV
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMMODV.
       R0A.
           OPEN OUTPUT GARANTIA
           IF ST-ERRO3 NOT = "00"
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDMARCAS
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CABD
           PERFORM R5 THRU R5-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDMODELOS
           WRITE LINHA-REL FROM LIN-SEP
           GO TO ROT-FIM.
      *
       R2.
           ELSE
              MOVE SPACES TO LD-OBS.
           WRITE LINHA-REL FROM LIN-DET
      *    MARCA E MODELO DO VEICULO PARA OS TOTAIS
           MOVE GAR-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 = "00"
              MOVE MARCA-CAR  TO W-MARCAREF
              MOVE MODELO-CAR TO W-MODREF
           ELSE
              MOVE "??" TO W-MARCAREF
              MOVE ZEROS TO W-MODREF.
           PERFORM ROT-SOMA-MARCA THRU ROT-SOMA-MARCA-FIM
           PERFORM ROT-SOMA-MODELO THRU ROT-SOMA-MODELO-FIM.
       R2-FIM.
           EXIT.
      *
           WRITE LINHA-REL FROM LIN-MARCA.
       R4-FIM.
           EXIT.
      *
       R5.
           MOVE TBD-MARCA (W-IDXD)  TO LMD-MARCA
           MOVE TBD-MODELO (W-IDXD) TO LMD-COD
           MOVE TBD-QTD (W-IDXD)    TO LMD-QTD
           MOVE TBD-CUSTO (W-IDXD)  TO LMD-CUSTO
           MOVE "SEM MODELO"        TO LMD-NOME
           IF W-TEMMODV = "S"
              MOVE TBD-MARCA (W-IDXD)  TO MOD-MARCA
              MOVE TBD-MODELO (W-IDXD) TO MOD-COD
              READ CADMODV
              IF ST-ERRO4 = "00"
                 MOVE MOD-NOME TO LMD-NOME.
           WRITE LINHA-REL FROM LIN-MODELO.
       R5-FIM.
           EXIT.
      *
       ROT-SOMA-MARCA.
           MOVE ZEROS TO W-IDXACH
              MOVE W-IDX TO W-IDXACH.
       ROT-SOMA-MARCA-V-F.
           EXIT.
      *
       ROT-SOMA-MODELO.
           MOVE ZEROS TO W-IDXDACH
           PERFORM ROT-SOMA-MODELO-V THRU ROT-SOMA-MODELO-V-F
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDMODELOS
                      OR W-IDXDACH NOT = ZEROS
           IF W-IDXDACH = ZEROS
              IF W-QTDMODELOS NOT < 100
                 GO TO ROT-SOMA-MODELO-FIM
              ELSE
                 ADD 1 TO W-QTDMODELOS
                 MOVE W-QTDMODELOS TO W-IDXDACH
                 MOVE W-MARCAREF TO TBD-MARCA (W-IDXDACH)
                 MOVE W-MODREF   TO TBD-MODELO (W-IDXDACH)
                 MOVE ZEROS TO TBD-QTD (W-IDXDACH)
                               TBD-CUSTO (W-IDXDACH).
           ADD 1 TO TBD-QTD (W-IDXDACH)
           ADD GAR-CUSTO TO TBD-CUSTO (W-IDXDACH).
       ROT-SOMA-MODELO-FIM.
           EXIT.
       ROT-SOMA-MODELO-V.
           IF TBD-MARCA (W-IDXD) = W-MARCAREF
              AND TBD-MODELO (W-IDXD) = W-MODREF
              MOVE W-IDXD TO W-IDXDACH.
       ROT-SOMA-MODELO-V-F.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADGARAN CADCAR GARANTIA
           IF W-TEMMODV = "S"
              CLOSE CADMODV.
           DISPLAY "*** RELATORIO GERADO EM GARANTIA.TXT ***"
           DISPLAY "RECLAMACOES REGISTRADAS : " W-TOTRECL
           DISPLAY "FORA DA JANELA          : " W-TOTFORA
