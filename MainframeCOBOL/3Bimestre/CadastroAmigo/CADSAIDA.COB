       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSAIDA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CANCELAMENTO VOLUNTARIO DO AMIGO (SAIDA DO CLUBE) - POR      *
      * APELIDO. REGISTRA NO CADADES A DATA DE SAIDA, O MOTIVO       *
      * (TABELA CADMOTS) E UMA OBSERVACAO LIVRE, GUARDA A SITUACAO   *
      * ANTERIOR E MARCA O AMIGO COMO CANCELADO (SITAMIGO = C),      *
      * DIFERENTE DA SUSPENSAO POR INADIMPLENCIA DO GERSUSP. O       *
      * AMIGO CONTINUA NO CADAMIGO PARA O HISTORICO (MENSALIDADES,   *
      * INDICACOES DO CONSIND/REL070). AS MENSALIDADES EM ABERTO DE  *
      * COMPETENCIA POSTERIOR AO MES DA SAIDA SAO EXCLUIDAS; AS ATE  *
      * O MES DA SAIDA CONTINUAM DEVIDAS. O CARGMENS NAO GERA MAIS   *
      * MESES DEPOIS DA SAIDA E O GERCONV NAO CONVIDA CANCELADOS.    *
      *                                                              *
      * AMIGO JA CANCELADO PODE TER A SAIDA REVERTIDA: VOLTA A       *
      * SITUACAO ANTERIOR E OS MESES EXCLUIDOS SAO GERADOS DE NOVO   *
      * PELO CARGMENS. CANCELAMENTO E REVERSAO VAO PARA O JORNAL     *
      * (CADJORN). ENTRADAS X SAIDAS SAEM NO REL108.                 *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADMOTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO       PIC X(12).
          03 NOME-AM       PIC X(30).
          03 EMAIL-AM      PIC X(30).
          03 SEXO          PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 DATANASC1     PIC 9(08).
          03 ENDERECO-AM   PIC 9(8).
          03 NENDRC-AM     PIC 9(5).
          03 COMPENDRC-AM  PIC X(10).
          03 SITAMIGO      PIC X(01).
          03 INDICADOR-AM  PIC X(12).
      *
       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
          03 ADS-APELIDO      PIC X(12).
          03 ADS-DTADESAO     PIC 9(8).
          03 ADS-DTSAIDA.
             05 ADS-DIASAI    PIC 9(2).
             05 ADS-MESSAI    PIC 9(2).
             05 ADS-ANOSAI    PIC 9(4).
          03 ADS-DTSAIDA1 REDEFINES ADS-DTSAIDA PIC 9(8).
          03 ADS-MOTIVO       PIC 9(2).
          03 ADS-OBS          PIC X(40).
          03 ADS-SITANT       PIC X(1).
      *
       FD CADMOTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTS.DAT".
       01 REGMOTS.
          03 MOT-COD          PIC 9(2).
          03 MOT-DESC         PIC X(30).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES    PIC 9(6).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMMENS     PIC X(01) VALUE "N".
       01 W-TEMADES     PIC X(01) VALUE "N".
       01 W-FIMVARR     PIC X(01) VALUE "N".
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-HOJE8-R REDEFINES W-HOJE8.
          03 W-HANO     PIC 9(04).
          03 W-HMES     PIC 9(02).
          03 W-HDIA     PIC 9(02).
       01 W-ANOMESSAI   PIC 9(06) VALUE ZEROS.
       01 W-TOTEXCL     PIC 9(03) VALUE ZEROS.
       01 W-MSGCANC.
          03 FILLER     PIC X(40) VALUE
             "*** AMIGO CANCELADO - MESES EXCLUIDOS: ".
          03 W-MSGQTD   PIC ZZ9.
          03 FILLER     PIC X(04) VALUE " ***".
       01 W-RESSAIDA.
          03 FILLER     PIC X(08) VALUE "SAIDA MT".
          03 W-RESMOT   PIC 9(02) VALUE ZEROS.
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JACAO       PIC X(01) VALUE SPACES.
       01 W-JCHAVE      PIC X(14) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "CADSAIDA".
       01 W-JARQ        PIC X(08) VALUE "CADAMIGO".
       01 W-JMOTIVO     PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADSAIDA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** CANCELAMENTO DE AMIGO (SAIDA DO C".
           05  LINE 02  COLUMN 46
               VALUE  "LUBE) ***".
           05  LINE 05  COLUMN 01
               VALUE  "   APELIDO DO AMIGO           :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME                       :".
           05  LINE 07  COLUMN 01
               VALUE  "   SITUACAO ATUAL             :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DE ADESAO (DDMMAAAA)  :".
           05  LINE 11  COLUMN 01
               VALUE  "   DT SAIDA (DDMMAAAA, 0=HOJE):".
           05  LINE 12  COLUMN 01
               VALUE  "   MOTIVO DA SAIDA            :".
           05  LINE 14  COLUMN 01
               VALUE  "   OBSERVACAO                 :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TAPELIDO
               LINE 05  COLUMN 34  PIC X(12)
               USING  APELIDO
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 34  PIC X(30)
               USING  NOME-AM
               HIGHLIGHT.
           05  TSITAMIGO
               LINE 07  COLUMN 34  PIC X(01)
               USING  SITAMIGO
               HIGHLIGHT.
           05  TDTADESAO
               LINE 08  COLUMN 34  PIC 9(08)
               USING  ADS-DTADESAO
               HIGHLIGHT.
           05  TDTSAIDA
               LINE 11  COLUMN 34  PIC 9(08)
               USING  ADS-DTSAIDA1
               HIGHLIGHT.
           05  TMOTIVO
               LINE 12  COLUMN 34  PIC 9(02)
               USING  ADS-MOTIVO
               HIGHLIGHT.
           05  TOBS
               LINE 14  COLUMN 34  PIC X(40)
               USING  ADS-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADAMIGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAMIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADMOTS
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM MOTIVOS DE SAIDA - CADASTRE NO CADMOTS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAMIGO
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADADES
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADADES
                 CLOSE CADADES
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADADES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAMIGO CADMOTS
                 GO TO ROT-FIM2.
       R0C.
           MOVE "S" TO W-TEMMENS
           OPEN I-O CADMENS
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMMENS.
      *
       R1.
           MOVE SPACES TO APELIDO NOME-AM SITAMIGO ADS-OBS
           MOVE ZEROS TO ADS-DTADESAO ADS-DTSAIDA1 ADS-MOTIVO
           DISPLAY TCADSAIDA.
      *
       R2.
           ACCEPT TAPELIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF APELIDO = SPACES
                   GO TO R2.
       LER-CADAMIGO.
           READ CADAMIGO
           IF ST-ERRO NOT = "00"
              MOVE "*** AMIGO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    AMIGO ANTERIOR AO CONTROLE DE ADESAO NAO TEM REGISTRO NO
      *    CADADES: A DATA DE ADESAO FICA ZERADA
           MOVE "S" TO W-TEMADES
           MOVE APELIDO TO ADS-APELIDO
           READ CADADES
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMADES
              MOVE APELIDO TO ADS-APELIDO
              MOVE ZEROS TO ADS-DTADESAO ADS-DTSAIDA1 ADS-MOTIVO
              MOVE SPACES TO ADS-OBS ADS-SITANT.
           DISPLAY TCADSAIDA
           IF SITAMIGO = "C"
              PERFORM ROT-DESCMOT THRU ROT-DESCMOT-FIM
              GO TO REV-OPC.
      *
       R3.
           ACCEPT TDTSAIDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF ADS-DTSAIDA1 = ZEROS
              ACCEPT W-HOJE8 FROM DATE YYYYMMDD
              MOVE W-HDIA TO ADS-DIASAI
              MOVE W-HMES TO ADS-MESSAI
              MOVE W-HANO TO ADS-ANOSAI
              DISPLAY TDTSAIDA.
           IF ADS-DIASAI < 1 OR ADS-DIASAI > 31
              OR ADS-MESSAI < 1 OR ADS-MESSAI > 12
              OR ADS-ANOSAI < 1900
              MOVE "*** DATA DE SAIDA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           PERFORM ROT-DESCMOT THRU ROT-DESCMOT-FIM
           IF ST-ERRO3 NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO NO CADMOTS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       CAN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "CANCELAR O AMIGO (S/N) : ".
                ACCEPT (22, 45) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CANCELAMENTO NAO EFETUADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
       CAN-GRV.
                MOVE SITAMIGO TO ADS-SITANT
                IF W-TEMADES = "S"
                   REWRITE REGADES
                ELSE
                   WRITE REGADES.
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADADES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "C" TO SITAMIGO
                REWRITE REGAMIGO
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-EXCL-MENS THRU ROT-EXCL-MENS-FIM
                MOVE ADS-MOTIVO TO W-RESMOT
                MOVE "A" TO W-JACAO
                MOVE APELIDO TO W-JCHAVE
                MOVE W-RESSAIDA TO W-JMOTIVO
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                MOVE W-TOTEXCL TO W-MSGQTD
                MOVE W-MSGCANC TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * REVERSAO DA SAIDA: O AMIGO VOLTA A SITUACAO ANTERIOR   *
      * AO CANCELAMENTO (ATIVO QUANDO NAO GUARDADA) E O        *
      * REGISTRO DE SAIDA DO CADADES E LIMPO                   *
      *********************************************************
       REV-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 13) "CANCELADO - REVERTER A SAIDA (S/N) :".
                ACCEPT (22, 50) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REV-OPC.
       REV-GRV.
                MOVE ADS-SITANT TO SITAMIGO
                IF SITAMIGO = SPACES OR SITAMIGO = "C"
                   MOVE "A" TO SITAMIGO.
                REWRITE REGAMIGO
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO AMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE ZEROS TO ADS-DTSAIDA1 ADS-MOTIVO
                MOVE SPACES TO ADS-OBS ADS-SITANT
                IF W-TEMADES = "S"
                   REWRITE REGADES.
                MOVE "A" TO W-JACAO
                MOVE APELIDO TO W-JCHAVE
                MOVE "REVER.SAID" TO W-JMOTIVO
                PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                MOVE "*** SAIDA REVERTIDA - GERAR MESES NO CARGMENS ***"
                                                            TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAMIGO CADMOTS CADADES
           IF W-TEMMENS = "S"
              CLOSE CADMENS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
      *
      *---------[ DESCRICAO DO MOTIVO DE SAIDA ]------------
       ROT-DESCMOT.
           MOVE ADS-MOTIVO TO MOT-COD
           READ CADMOTS
           IF ST-ERRO3 = "00"
              DISPLAY (12, 40) MOT-DESC
           ELSE
              DISPLAY (12, 40) LIMPA (1:30).
       ROT-DESCMOT-FIM.
           EXIT.
      *
      *********************************************************
      * EXCLUI AS MENSALIDADES EM ABERTO (CADMENS) DE          *
      * COMPETENCIA POSTERIOR AO MES DA SAIDA; AS PAGAS E AS   *
      * ATE O MES DA SAIDA FICAM                               *
      *********************************************************
       ROT-EXCL-MENS.
           MOVE ZEROS TO W-TOTEXCL
           IF W-TEMMENS NOT = "S"
              GO TO ROT-EXCL-MENS-FIM.
           COMPUTE W-ANOMESSAI = (ADS-ANOSAI * 100) + ADS-MESSAI
           MOVE APELIDO TO MEN-APELIDO
           MOVE W-ANOMESSAI TO MEN-ANOMES
           MOVE "N" TO W-FIMVARR
           START CADMENS KEY IS GREATER CHAVEMENS
                 INVALID KEY
                    MOVE "S" TO W-FIMVARR.
           PERFORM ROT-EXCL-MENS-V THRU ROT-EXCL-MENS-V-F
                   UNTIL W-FIMVARR = "S".
       ROT-EXCL-MENS-FIM.
           EXIT.
       ROT-EXCL-MENS-V.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMVARR
                  GO TO ROT-EXCL-MENS-V-F
           END-READ
           IF ST-ERRO4 NOT = "00" OR MEN-APELIDO NOT = APELIDO
              MOVE "S" TO W-FIMVARR
              GO TO ROT-EXCL-MENS-V-F.
           IF MEN-DTPAGTO = ZEROS
              DELETE CADMENS RECORD
              IF ST-ERRO4 = "00"
                 ADD 1 TO W-TOTEXCL.
       ROT-EXCL-MENS-V-F.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA O      *
      * CANCELAMENTO (COM O MOTIVO) E A REVERSAO, O OPERADOR   *
      * DA SESSAO (CADTRAVA), DATA/HORA E CHAVE. CONSULTA      *
      * PELO REL035.                                           *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-JOPER
              END-IF
              CLOSE CADTRAVA.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS   TO JORN-SEQ
           MOVE W-JOPER TO JORN-OPER
           MOVE W-JPROG TO JORN-PROG
           MOVE W-JARQ  TO JORN-ARQ
           MOVE W-JACAO TO JORN-ACAO
           MOVE W-JCHAVE TO JORN-CHREG
           MOVE W-JMOTIVO TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
