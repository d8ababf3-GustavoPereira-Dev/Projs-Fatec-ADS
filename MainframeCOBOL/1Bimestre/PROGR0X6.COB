                    RECORD KEY   IS CON-APELIDO
                    FILE STATUS  IS ST-ERRO4.

       SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO5.

       SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO6.

       DATA DIVISION.
       FILE SECTION.
       FD CADAMIGO
          03 CON-ANIV      PIC X(01).
          03 CON-DTREG     PIC 9(08).

       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
          03 ADS-APELIDO   PIC X(12).
          03 ADS-DTADESAO.
             05 ADS-DIAADE PIC 9(02).
             05 ADS-MESADE PIC 9(02).
             05 ADS-ANOADE PIC 9(04).
          03 ADS-DTSAIDA.
             05 ADS-DIASAI PIC 9(02).
             05 ADS-MESSAI PIC 9(02).
             05 ADS-ANOSAI PIC 9(04).
          03 ADS-MOTIVO    PIC 9(02).
          03 ADS-OBS       PIC X(40).
          03 ADS-SITANT    PIC X(01).

       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES    PIC 9(06).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
          03 W-DCDIA    PIC 9(02).
          03 W-DCMES    PIC 9(02).
          03 W-DCANO    PIC 9(04).
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMHIST     PIC X(01) VALUE "N".
       01 W-BISSEXTO    PIC X(01) VALUE "N".
       01 W-ANO4        PIC 9(04) VALUE ZEROS.
       01 W-QUOC        PIC 9(04) VALUE ZEROS.
       01 W-RESTO4      PIC 9(03) VALUE ZEROS.

      *------------------- PROCEDURE DIVISION -------------------

                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      * ADESAO/SAIDA DO AMIGO (CADADES): A DATA DE ADESAO E GRAVADA
      * NA INCLUSAO; A SAIDA E REGISTRADA PELO CADSAIDA.
       R0D.
           OPEN I-O CADADES
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT CADADES
                 CLOSE CADADES
                 GO TO R0D
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADADES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R1.
           MOVE SPACES TO NOME EMAIL SEXO GENERO COMPENDRC INDICADOR
           MOVE ZEROS TO TPAMIGO DATANASC W-SEL ENDERECO NENDRC
              GO TO R3.

       R4-VALIDA-EMAIL.
           DISPLAY (23, 20)
                   "DIGITE UM EMAIL VALIDO (FORMATO: nome@provedor):"
           ACCEPT (08, 18) EMAIL.
           INSPECT EMAIL TALLYING W-ACT FOR ALL "@".
           IF W-ACT NOT = 1
              GO TO R4-VALIDA-EMAIL.
           INSPECT W-PROVEDOR TALLYING W-ACT FOR ALL ".".
           IF W-ACT < 1
              DISPLAY (23, 20)
                      "EMAIL INVALIDO! FALTA PONTO (.) NO PROVEDOR"
              GO TO R4-VALIDA-EMAIL.
           DISPLAY (23, 20) "                                ".

              DISPLAY "MES INVALIDO!" GO TO R8-VALIDA-DATA.
           IF DIA < 1 OR (MES = 2 AND DIA > 29)
              DISPLAY "DIA INVALIDO!" GO TO R8-VALIDA-DATA.
           IF MES = 2 AND DIA = 29
              PERFORM ROT-BISSEXTO THRU ROT-BISSEXTO-FIM
              IF W-BISSEXTO NOT = "S"
                 DISPLAY "ANO NAO E BISSEXTO!" GO TO R8-VALIDA-DATA.
           IF (MES = 1 OR MES = 3 OR MES = 5 OR MES = 7 OR MES = 8
                       OR MES = 10 OR MES = 12) AND DIA > 31
              DISPLAY "DIA INVALIDO!" GO TO R8-VALIDA-DATA.
           WRITE REGAMIGO
           IF ST-ERRO = "00" OR "02"
              PERFORM ROT-GRAVA-CONS THRU ROT-GRAVA-CONS-FIM
              PERFORM ROT-GRAVA-ADES THRU ROT-GRAVA-ADES-FIM
              MOVE "*** DADOS GRAVADOS COM SUCESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
                      IF W-OPCAO = "E"
                         GO TO EXC-OPC.
      *
      * AMIGO CANCELADO OU COM MENSALIDADES NAO E EXCLUIDO: O
      * HISTORICO (E AS INDICACOES DO CONSIND/REL070) FICA NO
      * CADASTRO E A SAIDA E REGISTRADA PELO CADSAIDA.
       EXC-OPC.
                IF SITAMIGO = "C"
                   MOVE "* AMIGO CANCELADO FICA NO CADASTRO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM ROT-CHK-HIST THRU ROT-CHK-HIST-FIM
                IF W-TEMHIST = "S"
                   MOVE "AMIGO COM MENSALIDADES - USE O CADSAIDA"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-OPC1.
                DISPLAY (22, 20) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 37) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE CADAMIGO RECORD
                IF ST-ERRO = "00"
                   MOVE APELIDO TO ADS-APELIDO
                   DELETE CADADES RECORD
                   MOVE "*** REGISTRO AMIGO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADAMIGO CADTPAMG CADCEP CADCONS CADADES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
       ROT-GRAVA-CONS-FIM.
           EXIT.

      * ANO DE NASCIMENTO BISSEXTO (DIVISIVEL POR 4 E NAO POR 100,
      * OU DIVISIVEL POR 400)?
       ROT-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           MOVE ANO TO W-ANO4
           DIVIDE W-ANO4 BY 4 GIVING W-QUOC REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              GO TO ROT-BISSEXTO-FIM.
           DIVIDE W-ANO4 BY 100 GIVING W-QUOC REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              MOVE "S" TO W-BISSEXTO
              GO TO ROT-BISSEXTO-FIM.
           DIVIDE W-ANO4 BY 400 GIVING W-QUOC REMAINDER W-RESTO4
           IF W-RESTO4 = ZEROS
              MOVE "S" TO W-BISSEXTO.
       ROT-BISSEXTO-FIM.
           EXIT.

      * GRAVA A DATA DE ADESAO DO AMIGO INCLUIDO (CADADES), BASE
      * DAS ENTRADAS DO RELATORIO DE RETENCAO (REL108)
       ROT-GRAVA-ADES.
           MOVE APELIDO TO ADS-APELIDO
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           MOVE W-HDIA TO ADS-DIAADE
           MOVE W-HMES TO ADS-MESADE
           MOVE W-HANO TO ADS-ANOADE
           MOVE ZEROS TO ADS-DTSAIDA ADS-MOTIVO
           MOVE SPACES TO ADS-OBS ADS-SITANT
           WRITE REGADES
           IF ST-ERRO5 = "22"
              REWRITE REGADES.
       ROT-GRAVA-ADES-FIM.
           EXIT.

      * O AMIGO TEM MENSALIDADE GERADA (CADMENS)? SEM O ARQUIVO
      * NAO HA HISTORICO
       ROT-CHK-HIST.
           MOVE "N" TO W-TEMHIST
           OPEN INPUT CADMENS
           IF ST-ERRO6 NOT = "00"
              GO TO ROT-CHK-HIST-FIM.
           MOVE APELIDO TO MEN-APELIDO
           MOVE ZEROS TO MEN-ANOMES
           START CADMENS KEY IS NOT LESS CHAVEMENS
                 INVALID KEY
                    GO TO ROT-CHK-HIST-FEC.
           READ CADMENS NEXT RECORD
                AT END
                   GO TO ROT-CHK-HIST-FEC.
           IF MEN-APELIDO = APELIDO
              MOVE "S" TO W-TEMHIST.
       ROT-CHK-HIST-FEC.
           CLOSE CADMENS.
       ROT-CHK-HIST-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
