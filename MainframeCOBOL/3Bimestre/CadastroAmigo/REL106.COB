       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL106.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * RETORNO DA COBRANCA BANCARIA DAS MENSALIDADES DO CLUBE -    *
      * LE O RETMENS.TXT DEVOLVIDO PELO BANCO E BAIXA AS            *
      * MENSALIDADES PAGAS DIRETO NO CADMENS (MEN-DTPAGTO), SEM     *
      * OPERADOR DIGITANDO BAIXA, COMO O REL067 FAZ COM AS PARCELAS *
      * DE VEICULOS. CADA BAIXA VAI PARA O JORNAL (CADJORN) E, SE O *
      * AMIGO ESTAVA SUSPENSO (GERSUSP) E NAO SOBROU MENSALIDADE    *
      * VENCIDA EM ABERTO, ELE E REATIVADO COMO NA TELA DO CADMENS. *
      * TITULO REJEITADO FICA COM SIT J NO CADTITM (VOLTA NA        *
      * PROXIMA REMESSA DO REL105) E SAI NA LISTA DE EXCECOES       *
      * RELREJM.TXT, JUNTO COM OS SEM MENSALIDADE DE ORIGEM E OS    *
      * PAGOS QUE JA TINHAM SIDO BAIXADOS NO BALCAO.                *
      *                                                             *
      * LEIAUTE DO RETMENS.TXT (UM ITEM POR LINHA):                 *
      *   COL 01-12  APELIDO          COL 13-18  ANO/MES (AAAAMM)   *
      *   COL 19     SITUACAO (P/R)   COL 20-27  DT PAGTO DDMMAAAA  *
      *   COL 28-57  MOTIVO DA REJEICAO                             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMENS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMENS
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADTITM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETITM
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADAMIGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT RELREJM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
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
       FD RETMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETMENS.TXT".
       01 REGRET.
          03 RET-APELIDO   PIC X(12).
          03 RET-ANOMES    PIC 9(6).
          03 RET-SIT       PIC X(1).
          03 RET-DTPAGTO   PIC 9(8).
          03 RET-MOTIVO    PIC X(30).
          03 FILLER        PIC X(23).
      *
       FD CADMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENS.DAT".
       01 REGMENS.
          03 CHAVEMENS.
             05 MEN-APELIDO   PIC X(12).
             05 MEN-ANOMES.
                07 MEN-ANO    PIC 9(4).
                07 MEN-MES    PIC 9(2).
          03 MEN-VALOR        PIC 9(6)V99.
          03 MEN-DTPAGTO      PIC 9(8).
      *
      *    TITULOS DE COBRANCA DAS MENSALIDADES
      *    SIT: R = REMETIDO  P = PAGO  J = REJEITADO PELO BANCO
      *    CANAL: E = E-MAIL  P = PAPEL
       FD CADTITM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITM.DAT".
       01 REGTITM.
          03 CHAVETITM.
             05 TIT-APELIDO   PIC X(12).
             05 TIT-ANOMES    PIC 9(6).
          03 TIT-VALOR        PIC 9(6)V99.
          03 TIT-DTVENC       PIC 9(8).
          03 TIT-DTREM        PIC 9(8).
          03 TIT-CANAL        PIC X(1).
          03 TIT-SIT          PIC X(1).
          03 TIT-DTPAGTO      PIC 9(8).
          03 TIT-DTRET        PIC 9(8).
          03 TIT-MOTIVO       PIC X(30).
      *
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
       FD RELREJM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREJM.TXT".
       01 LINHA-REL PIC X(80).
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
       01 W-SPRELID     PIC X(06) VALUE "REL106".
       01 W-SPARQ       PIC X(14) VALUE "RELREJM.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMTIT      PIC X(01) VALUE "N".
       01 W-TEMAMG      PIC X(01) VALUE "N".
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTBAIXAS   PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMMENS  PIC 9(06) VALUE ZEROS.
       01 W-TOTJAPAGA   PIC 9(06) VALUE ZEROS.
       01 W-TOTINVAL    PIC 9(06) VALUE ZEROS.
       01 W-TOTREATIV   PIC 9(06) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVALED    PIC ZZZ.ZZZ.ZZ9,99.
      *    REATIVACAO (MESMA REGRA DA TELA DO CADMENS)
       01 W-FIMVARR     PIC X(01) VALUE "N".
       01 W-EMATRASO    PIC 9(03) VALUE ZEROS.
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-ANOMESHOJE  PIC X(06) VALUE SPACES.
       01 W-APELSAVE    PIC X(12) VALUE SPACES.
      *    JORNAL
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JACAO       PIC X(01) VALUE SPACES.
       01 W-JCHAVE      PIC X(14) VALUE SPACES.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-JPROG       PIC X(08) VALUE "REL106".
       01 W-JARQ        PIC X(08) VALUE SPACES.
       01 W-JMOTIVO     PIC X(10) VALUE SPACES.
       01 W-JRESBX.
          03 FILLER     PIC X(04) VALUE "BXB ".
          03 W-JBXANOMES PIC 9(06) VALUE ZEROS.

       01 LIN-TITULO    PIC X(80) VALUE
          "*** EXCECOES DO RETORNO DA COBRANCA DE MENSALIDADES ***".

       01 LIN-DET.
          03 LD-APELIDO    PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ANOMES     PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTPAGTO    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MOTIVO     PIC X(30).
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** RETORNO DA COBRANCA DE MENSALIDADES ***"
           OPEN INPUT RETMENS
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO DE RETORNO RETMENS.TXT NAO ENCONTRADO"
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADMENS
           IF ST-ERRO2 NOT = "00"
              DISPLAY "SEM MENSALIDADES (CADMENS)"
              CLOSE RETMENS
              GO TO ROT-FIM2.
           OPEN I-O CADTITM
           IF ST-ERRO3 NOT = "00"
              DISPLAY "SEM TITULOS REMETIDOS - RODE O REL105"
              CLOSE RETMENS CADMENS
              GO TO ROT-FIM2.
      *    SEM CADAMIGO A BAIXA SAI, SO NAO HA REATIVACAO
           MOVE "S" TO W-TEMAMG
           OPEN I-O CADAMIGO
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAMG.
       R0B.
           OPEN OUTPUT RELREJM
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELREJM.TXT"
              CLOSE RETMENS CADMENS CADTITM
              IF W-TEMAMG = "S"
                 CLOSE CADAMIGO
              END-IF
              GO TO ROT-FIM2.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           MOVE W-HOJE8 (1:6) TO W-ANOMESHOJE
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           WRITE LINHA-REL FROM LIN-SEP
           GO TO ROT-FIM.
      *
       R2.
           READ RETMENS
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO RETMENS.TXT"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS.
      *
       R3.
           MOVE RET-APELIDO TO MEN-APELIDO
           MOVE RET-ANOMES  TO MEN-ANOMES
           READ CADMENS
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTSEMMENS
              MOVE "TITULO SEM MENSALIDADE DE ORIGEM" TO LD-MOTIVO
              PERFORM ROT-EXCECAO THRU ROT-EXCECAO-FIM
              GO TO R2-FIM.
           MOVE RET-APELIDO TO TIT-APELIDO
           MOVE RET-ANOMES  TO TIT-ANOMES
           MOVE "N" TO W-TEMTIT
           READ CADTITM
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TEMTIT.
           IF RET-SIT = "P"
              GO TO R4.
           IF RET-SIT = "R"
              GO TO R5.
           ADD 1 TO W-TOTINVAL
           MOVE "SITUACAO INVALIDA NO RETORNO" TO LD-MOTIVO
           PERFORM ROT-EXCECAO THRU ROT-EXCECAO-FIM
           GO TO R2-FIM.
      *
      *    PAGO: BAIXA A MENSALIDADE, SE AINDA EM ABERTO
       R4.
           IF W-TEMTIT = "S"
              MOVE "P"          TO TIT-SIT
              MOVE RET-DTPAGTO  TO TIT-DTPAGTO
              MOVE W-HOJE8      TO TIT-DTRET
              MOVE SPACES       TO TIT-MOTIVO
              REWRITE REGTITM.
           IF MEN-DTPAGTO NOT = ZEROS
              ADD 1 TO W-TOTJAPAGA
              MOVE "PAGA NO BANCO E JA BAIXADA" TO LD-MOTIVO
              PERFORM ROT-EXCECAO THRU ROT-EXCECAO-FIM
              GO TO R2-FIM.
           MOVE RET-DTPAGTO TO MEN-DTPAGTO
           REWRITE REGMENS
           IF ST-ERRO2 NOT = "00" AND NOT = "02"
              MOVE "ERRO NA BAIXA DA MENSALIDADE" TO LD-MOTIVO
              PERFORM ROT-EXCECAO THRU ROT-EXCECAO-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTBAIXAS
           ADD MEN-VALOR TO W-TOTVALOR
           MOVE "CADMENS"   TO W-JARQ
           MOVE "A"         TO W-JACAO
           MOVE MEN-APELIDO TO W-JCHAVE
           MOVE RET-ANOMES  TO W-JBXANOMES
           MOVE W-JRESBX    TO W-JMOTIVO
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           IF W-TEMAMG = "S"
              PERFORM ROT-REATIVA THRU ROT-REATIVA-FIM.
           GO TO R2-FIM.
      *
      *    REJEITADO: TITULO VOLTA NA PROXIMA REMESSA
       R5.
           IF W-TEMTIT = "S"
              MOVE "J"          TO TIT-SIT
              MOVE W-HOJE8      TO TIT-DTRET
              MOVE RET-MOTIVO   TO TIT-MOTIVO
              REWRITE REGTITM.
           ADD 1 TO W-TOTREJ
           MOVE RET-MOTIVO TO LD-MOTIVO
           PERFORM ROT-EXCECAO THRU ROT-EXCECAO-FIM.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE RETMENS CADMENS CADTITM RELREJM
           IF W-TEMAMG = "S"
              CLOSE CADAMIGO.
           DISPLAY "*** RETORNO PROCESSADO - EXCECOES EM "
                   "RELREJM.TXT ***"
           DISPLAY "ITENS LIDOS DO RETORNO   : " W-TOTLIDOS
           DISPLAY "MENSALIDADES BAIXADAS    : " W-TOTBAIXAS
           MOVE W-TOTVALOR TO W-TOTVALED
           DISPLAY "VALOR BAIXADO            : " W-TOTVALED
           DISPLAY "AMIGOS REATIVADOS        : " W-TOTREATIV
           DISPLAY "TITULOS REJEITADOS       : " W-TOTREJ
           DISPLAY "SEM MENSALIDADE DE ORIGEM: " W-TOTSEMMENS
           DISPLAY "PAGAS JA BAIXADAS        : " W-TOTJAPAGA
           DISPLAY "SITUACAO INVALIDA        : " W-TOTINVAL.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * LINHA DA LISTA DE EXCECOES (MOTIVO JA EM LD-MOTIVO)    *
      *********************************************************
       ROT-EXCECAO.
           MOVE RET-APELIDO TO LD-APELIDO
           MOVE RET-ANOMES  TO LD-ANOMES
           MOVE RET-SIT     TO LD-SIT
           MOVE RET-DTPAGTO TO LD-DTPAGTO
           WRITE LINHA-REL FROM LIN-DET.
       ROT-EXCECAO-FIM.
           EXIT.
      *
      *********************************************************
      * REATIVACAO NA BAIXA: SE O AMIGO ESTA SUSPENSO          *
      * (GERSUSP) E NAO SOBROU MENSALIDADE VENCIDA EM ABERTO,  *
      * A SITUACAO VOLTA A ATIVO E O JORNAL REGISTRA O MOTIVO  *
      * (MESMA REGRA DA TELA DO CADMENS)                       *
      *********************************************************
       ROT-REATIVA.
           MOVE MEN-APELIDO TO W-APELSAVE
           MOVE W-APELSAVE TO APELIDO
           READ CADAMIGO
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-REATIVA-FIM.
           IF SITAMIGO NOT = "S"
              GO TO ROT-REATIVA-FIM.
           MOVE ZEROS TO W-EMATRASO
           MOVE W-APELSAVE TO MEN-APELIDO
           MOVE ZEROS TO MEN-ANO MEN-MES
           MOVE "N" TO W-FIMVARR
           START CADMENS KEY IS NOT LESS CHAVEMENS
                 INVALID KEY
                    MOVE "S" TO W-FIMVARR.
           PERFORM ROT-REATIVA-V THRU ROT-REATIVA-V-F
                   UNTIL W-FIMVARR = "S"
           IF W-EMATRASO NOT = ZEROS
              GO TO ROT-REATIVA-FIM.
           MOVE "A" TO SITAMIGO
           REWRITE REGAMIGO
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-TOTREATIV
              MOVE "CADAMIGO" TO W-JARQ
              MOVE "A" TO W-JACAO
              MOVE W-APELSAVE TO W-JCHAVE
              MOVE "REATIVACAO" TO W-JMOTIVO
              PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM.
       ROT-REATIVA-FIM.
           EXIT.
       ROT-REATIVA-V.
           READ CADMENS NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMVARR
                  GO TO ROT-REATIVA-V-F
           END-READ
           IF MEN-APELIDO NOT = W-APELSAVE
              MOVE "S" TO W-FIMVARR
              GO TO ROT-REATIVA-V-F.
           IF MEN-DTPAGTO = ZEROS
              IF MEN-ANOMES < W-ANOMESHOJE
                 ADD 1 TO W-EMATRASO.
       ROT-REATIVA-V-F.
           EXIT.
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA A      *
      * BAIXA PELO BANCO E A MUDANCA DE SITUACAO DO AMIGO, COM *
      * O OPERADOR DA SESSAO (CADTRAVA), DATA/HORA E CHAVE.    *
      * CONSULTA PELO REL035.                                  *
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
      *    22 = REGISTRO JA EXISTE
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
