      * POR KM. O INTERVALO CUJO KM/LITRO PIOROU ALEM DO PERCENTUAL  *
      * INFORMADO EM RELACAO AO INTERVALO ANTERIOR SAI MARCADO COM   *
      * "** PIOROU" EM RELCONSU.TXT.                                 *
      * O CONSUMO TAMBEM E COMPARADO COM O KM/LITRO DE REFERENCIA DO  *
      * MODELO DO VEICULO (CADCAR -> CADMODV): O INTERVALO ABAIXO DA  *
      * REFERENCIA ALEM DO MESMO PERCENTUAL SAI COM "< REF" E CADA    *
      * VEICULO FECHA COM A MEDIA DO PERIODO CONTRA A REFERENCIA.     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEABAST
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT RELCONSU ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
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
       FD RELCONSU
               LABEL RECORD IS STANDARD
       01 W-SPARQ       PIC X(14) VALUE "RELCONSU.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMCAR      PIC X(01) VALUE "N".
       01 W-TEMMODV     PIC X(01) VALUE "N".
       01 W-KMLREF      PIC 9(02)V99 VALUE ZEROS.
       01 W-LIMREF      PIC 9(04)V99 VALUE ZEROS.
       01 W-SOMAKM      PIC 9(08) VALUE ZEROS.
       01 W-SOMALT      PIC 9(07)V99 VALUE ZEROS.
       01 W-KMLMEDIA    PIC 9(04)V99 VALUE ZEROS.
       01 W-DESVIO      PIC S9(03)V99 VALUE ZEROS.
       01 W-TOTABREF    PIC 9(04) VALUE ZEROS.
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-PCTPIORA    PIC 9(03) VALUE ZEROS.
       01 W-PLACAANT    PIC X(07) VALUE SPACES.
       01 LIN-PLACA.
          03 FILLER        PIC X(09) VALUE "VEICULO: ".
          03 LP-PLACA      PIC X(07).
          03 FILLER        PIC X(10) VALUE "  MODELO: ".
          03 LP-MODELO     PIC X(20).
          03 FILLER        PIC X(13) VALUE "  REF. KM/L: ".
          03 LP-REF        PIC ZZ9,99.
          03 FILLER        PIC X(25) VALUE SPACES.

       01 LIN-DET.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-ALERTA     PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ORIGEM     PIC X(10) VALUE SPACES.
          03 LD-REF        PIC X(10) VALUE SPACES.

       01 LIN-RODAPE.
          03 FILLER        PIC X(21) VALUE "VEICULOS ANALISADOS: ".
          03 LR-VEIC       PIC ZZZ9.
          03 FILLER        PIC X(24) VALUE "  INTERVALOS PIORADOS : ".
          03 LR-PIORA      PIC ZZZ9.
          03 FILLER        PIC X(24) VALUE "  ABAIXO DA REFERENCIA: ".
          03 LR-ABREF      PIC ZZZ9.
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-RESUMO.
          03 FILLER        PIC X(27) VALUE
             "   MEDIA DO PERIODO KM/L = ".
          03 LRS-KML       PIC ZZZ9,99.
          03 FILLER        PIC X(15) VALUE "  REFERENCIA = ".
          03 LRS-REF       PIC ZZ9,99.
          03 FILLER        PIC X(13) VALUE "  DESVIO % = ".
          03 LRS-DESV      PIC -ZZ9,99.
          03 FILLER        PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADABAST"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMCAR
           OPEN INPUT CADCAR
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCAR.
           MOVE "S" TO W-TEMMODV
           OPEN INPUT CADMODV
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMMODV.
       R0B.
           OPEN OUTPUT RELCONSU
           IF ST-ERRO2 NOT = "00"
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-PLACAANT NOT = SPACES
              PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-TOTVEIC  TO LR-VEIC
           MOVE W-TOTPIORA TO LR-PIORA
           MOVE W-TOTABREF TO LR-ABREF
           WRITE LINHA-REL FROM LIN-RODAPE
           GO TO ROT-FIM.
      *
      * SO POSICIONA O ODOMETRO                                *
      *********************************************************
       R3.
           IF ABA-PLACA = W-PLACAANT
              GO TO R4.
           IF W-PLACAANT NOT = SPACES
              PERFORM ROT-RESUMO THRU ROT-RESUMO-FIM.
           MOVE ABA-PLACA TO W-PLACAANT
           MOVE ABA-KM TO W-KMANT
           MOVE ZEROS TO W-KMLANT W-SOMAKM W-SOMALT
           ADD 1 TO W-TOTVEIC
           PERFORM ROT-BUSCA-MODELO THRU ROT-BUSCA-MODELO-FIM
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE ABA-PLACA TO LP-PLACA
           MOVE W-KMLREF  TO LP-REF
           WRITE LINHA-REL FROM LIN-PLACA
           GO TO R2-FIM.
      *
       R4.
           COMPUTE W-KMDELTA = ABA-KM - W-KMANT
              IF W-KMLITRO < W-LIMITE
                 MOVE "** PIOROU" TO LD-ALERTA
                 ADD 1 TO W-TOTPIORA.
      *    CONSUMO CONTRA A REFERENCIA DO MODELO
           MOVE SPACES TO LD-REF
           IF W-KMLREF > ZEROS
              COMPUTE W-LIMREF = W-KMLREF
                     - (W-KMLREF * W-PCTPIORA / 100)
              IF W-KMLITRO < W-LIMREF
                 MOVE " < REF" TO LD-REF
                 ADD 1 TO W-TOTABREF.
           ADD W-KMDELTA  TO W-SOMAKM
           ADD ABA-LITROS TO W-SOMALT
           MOVE ABA-DATA  TO LD-DATA
           MOVE ABA-KM    TO LD-KM
           MOVE W-KMLITRO TO LD-KML
           MOVE W-KMLITRO TO W-KMLANT.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * MODELO DO VEICULO (CADCAR -> CADMODV) E O KM/LITRO DE  *
      * REFERENCIA; SEM MODELO CADASTRADO A REFERENCIA E ZERO  *
      *********************************************************
       ROT-BUSCA-MODELO.
           MOVE ZEROS  TO W-KMLREF
           MOVE SPACES TO LP-MODELO
           IF W-TEMCAR NOT = "S"
              GO TO ROT-BUSCA-MODELO-FIM.
           MOVE ABA-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-BUSCA-MODELO-FIM.
           MOVE "SEM MODELO" TO LP-MODELO
           IF W-TEMMODV NOT = "S"
              GO TO ROT-BUSCA-MODELO-FIM.
           MOVE MARCA-CAR  TO MOD-MARCA
           MOVE MODELO-CAR TO MOD-COD
           READ CADMODV
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-BUSCA-MODELO-FIM.
           MOVE MOD-NOME   TO LP-MODELO
           MOVE MOD-KMLREF TO W-KMLREF.
       ROT-BUSCA-MODELO-FIM.
           EXIT.
      *
      *********************************************************
      * FECHAMENTO DO VEICULO: MEDIA DO PERIODO (KM RODADOS /  *
      * LITROS DOS INTERVALOS VALIDOS) CONTRA A REFERENCIA     *
      *********************************************************
       ROT-RESUMO.
           IF W-SOMALT = ZEROS
              GO TO ROT-RESUMO-FIM.
           COMPUTE W-KMLMEDIA = W-SOMAKM / W-SOMALT
           MOVE ZEROS TO W-DESVIO
           IF W-KMLREF > ZEROS
              COMPUTE W-DESVIO ROUNDED =
                      (W-KMLMEDIA - W-KMLREF) * 100 / W-KMLREF.
           MOVE W-KMLMEDIA TO LRS-KML
           MOVE W-KMLREF   TO LRS-REF
           MOVE W-DESVIO   TO LRS-DESV
           WRITE LINHA-REL FROM LIN-RESUMO.
       ROT-RESUMO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADABAST RELCONSU
           IF W-TEMCAR = "S"
              CLOSE CADCAR.
           IF W-TEMMODV = "S"
              CLOSE CADMODV.
           DISPLAY "*** CONSUMO GERADO EM RELCONSU.TXT ***"
           DISPLAY "VEICULOS ANALISADOS  : " W-TOTVEIC
           DISPLAY "INTERVALOS PIORADOS  : " W-TOTPIORA
           DISPLAY "ABAIXO DA REFERENCIA : " W-TOTABREF.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
