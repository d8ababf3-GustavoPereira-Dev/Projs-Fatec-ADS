      * ANOMALIAS SAEM NO RELATORIO DE EXCECOES (CARGAREJ.TXT):     *
      *   01 = PLACA INEXISTENTE EM CADCAR                          *
      *   02 = ODOMETRO MENOR QUE O ULTIMO ABA-KM DA PLACA          *
      *   03 = LITROS ACIMA DA CAPACIDADE DO TANQUE DO MODELO DO    *
      *        VEICULO (CADMODV); VEICULO SEM MODELO CADASTRADO USA *
      *        O LIMITE INFORMADO NA PARTIDA, PADRAO 60 LITROS      *
      * O REL040 PASSA A MOSTRAR CONCILIADO X MANUAL. MESMO PADRAO  *
      * DAS CARGAS CARGCEP/CARGFUNC/CARGPONTO.                      *
      **************************************************************
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CARGAREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD CADCAR
               LABEL RECORD IS STANDARD
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
       FD CARGAREJ
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO      PIC 9(02) VALUE ZEROS.
       01 W-LIMLITROS   PIC 9(03) VALUE ZEROS.
       01 W-LIMVEIC     PIC 9(03) VALUE ZEROS.
       01 W-TEMMODV     PIC X(01) VALUE "N".
       01 W-ULTKM       PIC 9(07) VALUE ZEROS.
       01 W-PLACASAVE   PIC X(07) VALUE SPACES.
       01 W-DATASAVE    PIC 9(08) VALUE ZEROS.
       INICIO.
       R0.
           DISPLAY "*** IMPORTACAO DO CARTAO COMBUSTIVEL ***"
           DISPLAY "LIMITE DE LITROS P/ VEICULO SEM MODELO "
                   "(PADRAO 60) : " WITH NO ADVANCING
           ACCEPT W-LIMLITROS
           IF W-LIMLITROS = ZEROS
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMMODV
           OPEN INPUT CADMODV
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMODV.
       R0C.
           OPEN OUTPUT CARGAREJ
           IF ST-ERRO6 NOT = "00"
           IF ST-ERRO2 NOT = "00"
              MOVE 01 TO W-MOTIVO
              GO TO R6-REJEITA.
      *    CAPACIDADE DO TANQUE DO MODELO DO VEICULO
       R4.
           MOVE W-LIMLITROS TO W-LIMVEIC
           IF W-TEMMODV = "S"
              MOVE MARCA-CAR  TO MOD-MARCA
              MOVE MODELO-CAR TO MOD-COD
              READ CADMODV
              IF ST-ERRO3 = "00" AND MOD-TANQUE > ZEROS
                 MOVE MOD-TANQUE TO W-LIMVEIC.
           IF LOTE-LITROS > W-LIMVEIC
              MOVE 03 TO W-MOTIVO
              GO TO R6-REJEITA.
      *    ODOMETRO NAO PODE REGREDIR CONTRA O ULTIMO
           MOVE LOTE-LITROS TO ABA-LITROS
           MOVE LOTE-VALOR  TO ABA-VALOR
           MOVE LOTE-KM     TO ABA-KM
      *    O EXTRATO NAO TRAZ O POSTO: FICA SEM FORNECEDOR (ZERO)
           MOVE "CARTAO COMBUSTIVEL" TO ABA-POSTO
           MOVE ZEROS TO ABA-CODFORN
           MOVE "C" TO ABA-CONCIL
           WRITE REGABAST
           IF ST-ERRO = "00" OR ST-ERRO = "02"
      *
       ROT-FIM.
           CLOSE CARTAOCB CADABAST CADCAR CARGAREJ
           IF W-TEMMODV = "S"
              CLOSE CADMODV.
           DISPLAY "*** IMPORTACAO DO CARTAO CONCLUIDA ***"
           DISPLAY "LINHAS LIDAS DO EXTRATO : " W-TOTLIDOS
           DISPLAY "CONCILIADAS             : " W-TOTCONCIL
