      * FAMILIAR DA PROPRIA TABELA E APLICADO AO SEGUNDO AMIGO EM    *
      * DIANTE DO MESMO ENDERECO (ENDERECO-AM + NENDRC-AM) - ACABA   *
      * A EDICAO MANUAL DE COBRANCAS DEPOIS DA GERACAO.              *
      *                                                              *
      * AMIGO CANCELADO (SITAMIGO = C, SAIDA PELO CADSAIDA) SO TEM   *
      * MENSALIDADE GERADA ATE O MES DA SAIDA REGISTRADA NO CADADES. *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRM
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                07 MEN-MES    PIC 9(2).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
      *
       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
          03 ADS-APELIDO      PIC X(12).
          03 ADS-DTADESAO.
             05 ADS-DIAADE    PIC 9(2).
             05 ADS-MESADE    PIC 9(2).
             05 ADS-ANOADE    PIC 9(4).
          03 ADS-DTSAIDA.
             05 ADS-DIASAI    PIC 9(2).
             05 ADS-MESSAI    PIC 9(2).
             05 ADS-ANOSAI    PIC 9(4).
          03 ADS-MOTIVO       PIC 9(2).
          03 ADS-OBS          PIC X(40).
          03 ADS-SITANT       PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-TOTAMIGOS   PIC 9(05) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMTIPO  PIC 9(05) VALUE ZEROS.
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMADES     PIC X(01) VALUE "N".
       01 W-ANOMESSAI   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESM     PIC 9(06) VALUE ZEROS.
       01 W-TOTPOSSAI   PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           OPEN INPUT CADPRMEN
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPRM.
       R0B2.
           MOVE "S" TO W-TEMADES
           OPEN INPUT CADADES
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMADES.
       R0C.
           OPEN I-O CADMENS
           IF ST-ERRO3 NOT = "00"
      *    SEGUNDO AMIGO EM DIANTE DO MESMO ENDERECO TEM O
      *    DESCONTO FAMILIAR DA TABELA DE PRECOS
           PERFORM ROT-CHK-FAMILIA THRU ROT-CHK-FAMILIA-FIM
           PERFORM ROT-MES-SAIDA THRU ROT-MES-SAIDA-FIM
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12.
       R2-FIM.
           EXIT.
      *
       R4.
           COMPUTE W-ANOMESM = (W-ANOPROC * 100) + W-IDXM
           IF W-ANOMESM > W-ANOMESSAI
              ADD 1 TO W-TOTPOSSAI
              GO TO R4-FIM.
           PERFORM ROT-PRECO-MES THRU ROT-PRECO-MES-FIM
           MOVE APELIDO   TO MEN-APELIDO
           MOVE W-ANOPROC TO MEN-ANO
           EXIT.
      *
      *********************************************************
      * ULTIMA COMPETENCIA COBRAVEL DO AMIGO: PARA O CANCELADO *
      * E O ANO/MES DA SAIDA (CADADES); SEM O REGISTRO DE      *
      * SAIDA NAO GERA NADA. DEMAIS AMIGOS NAO TEM LIMITE.     *
      *********************************************************
       ROT-MES-SAIDA.
           MOVE 999999 TO W-ANOMESSAI
           IF SITAMIGO NOT = "C"
              GO TO ROT-MES-SAIDA-FIM.
           MOVE ZEROS TO W-ANOMESSAI
           IF W-TEMADES NOT = "S"
              GO TO ROT-MES-SAIDA-FIM.
           MOVE APELIDO TO ADS-APELIDO
           READ CADADES
           IF ST-ERRO5 = "00"
              COMPUTE W-ANOMESSAI = (ADS-ANOSAI * 100) + ADS-MESSAI.
       ROT-MES-SAIDA-FIM.
           EXIT.
      *
      *********************************************************
      * PRECO DO MES: TABELA CADPRMEN (MAIOR VIGENCIA QUE NAO  *
      * ULTRAPASSA A COMPETENCIA) OU O VALOR FIXO DA           *
      * CATEGORIA; DESCONTO FAMILIAR DA TABELA QUANDO O AMIGO  *
       ROT-FIM.
           IF W-TEMPRM = "S"
              CLOSE CADPRMEN.
           IF W-TEMADES = "S"
              CLOSE CADADES.
           CLOSE CADAMIGO CADTPAMG CADMENS
           DISPLAY "*** GERACAO CONCLUIDA ***"
           DISPLAY "AMIGOS PROCESSADOS     : " W-TOTAMIGOS
           DISPLAY "MENSALIDADES GRAVADAS  : " W-TOTGRAV
           DISPLAY "SEM VALOR NA CATEGORIA : " W-TOTSEMTIPO
           DISPLAY "MESES APOS A SAIDA     : " W-TOTPOSSAI.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
