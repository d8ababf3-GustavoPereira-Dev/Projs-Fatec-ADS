       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL082.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXAMES DE SAUDE OCUPACIONAL (ASO) A VENCER E VENCIDOS POR    *
      * AREA EM RELASO.TXT - PARA UM MES DE REFERENCIA, CADA         *
      * FUNCIONARIO NAO DESLIGADO COM O ULTIMO EXAME (ADMISSIONAL,   *
      * PERIODICO OU DE RETORNO, NO CADASO) VENCIDO ANTES DO MES,    *
      * VENCENDO NO MES, INAPTO (SEM PROXIMO EXAME) OU SEM NENHUM    *
      * EXAME, COM O SUBTOTAL DA AREA E O TOTAL GERAL POR SITUACAO.  *
      * A ORDEM POR AREA VEM DA CHAVE ALTERNATIVA CODAREA DO CADFUNC.*
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEASO
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELASO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
          03 CHAVEASO.
             05 ASO-CODFUNC   PIC 9(5).
             05 ASO-SEQ       PIC 9(2).
          03 ASO-TIPO         PIC X(1).
          03 ASO-DTEXAME      PIC 9(8).
          03 ASO-RESULT       PIC X(1).
          03 ASO-CLINICA      PIC X(30).
          03 ASO-CARGO        PIC 9(5).
          03 ASO-PERIOD       PIC 9(2).
          03 ASO-DTPROX       PIC 9(8).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD RELASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELASO.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL082".
       01 W-SPARQ       PIC X(14) VALUE "RELASO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-TEMASO      PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOMESPROC  PIC 9(06) VALUE ZEROS.
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-TEMAREAANT  PIC X(01) VALUE "N".
       01 W-SITASO      PIC X(01) VALUE SPACES.
       01 W-ULTAMD      PIC 9(08) VALUE ZEROS.
       01 W-ULTDTEX     PIC 9(08) VALUE ZEROS.
       01 W-ULTTIPO     PIC X(01) VALUE SPACES.
       01 W-ULTPROX     PIC 9(08) VALUE ZEROS.
       01 W-ANOMESPROX  PIC 9(06) VALUE ZEROS.
       01 W-SUBVENC     PIC 9(05) VALUE ZEROS.
       01 W-SUBAVENC    PIC 9(05) VALUE ZEROS.
       01 W-SUBINAPTO   PIC 9(05) VALUE ZEROS.
       01 W-SUBSEM      PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTAVENC    PIC 9(05) VALUE ZEROS.
       01 W-TOTINAPTO   PIC 9(05) VALUE ZEROS.
       01 W-TOTSEM      PIC 9(05) VALUE ZEROS.
       01 W-QTDFUNC     PIC 9(05) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
             "*** EXAMES OCUPACIONAIS (ASO) POR AREA - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(27) VALUE SPACES.
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-SEP       PIC X(80) VALUE ALL "-".

       01 LIN-AREA.
          03 FILLER        PIC X(06) VALUE "AREA: ".
          03 LA-AREA       PIC ZZ9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(48) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(07) VALUE "FUNC".
          03 FILLER        PIC X(31) VALUE "NOME".
          03 FILLER        PIC X(11) VALUE "ULT.EXAME".
          03 FILLER        PIC X(03) VALUE "TP".
          03 FILLER        PIC X(12) VALUE "PROX.EXAME".
          03 FILLER        PIC X(14) VALUE "SITUACAO".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTEXAME    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TIPO       PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DTPROX     PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-SUB.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LS-DESC       PIC X(12) VALUE "SUBTOTAL   ".
          03 FILLER        PIC X(10) VALUE "VENCIDOS: ".
          03 LS-VENC       PIC ZZZZ9.
          03 FILLER        PIC X(11) VALUE "  A VENCER:".
          03 LS-AVENC      PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE "  INAPTOS:".
          03 LS-INAPTO     PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE "  SEM ASO:".
          03 LS-SEM        PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** EXAMES OCUPACIONAIS (ASO) POR AREA ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC.
      *    SEM O CADASO TODOS OS FUNCIONARIOS SAEM SEM ASO
       R0A.
           MOVE "S" TO W-TEMASO
           OPEN INPUT CADASO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMASO.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              IF W-TEMASO = "S"
                 CLOSE CADASO
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELASO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELASO.TXT"
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * CADFUNC NA ORDEM DA AREA; PARA CADA FUNCIONARIO NAO    *
      * DESLIGADO, A SITUACAO DO ULTIMO EXAME NO CADASO        *
      *********************************************************
       R1.
           MOVE ZEROS TO CODAREA
           START CADFUNC KEY IS NOT LESS CODAREA
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-TEMAREAANT = "S"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
       R3.
           IF W-QTDFUNC = ZEROS
              MOVE "     NENHUM EXAME VENCIDO OU A VENCER NO MES"
                   TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL GERAL" TO LS-DESC
           MOVE W-TOTVENC   TO LS-VENC
           MOVE W-TOTAVENC  TO LS-AVENC
           MOVE W-TOTINAPTO TO LS-INAPTO
           MOVE W-TOTSEM    TO LS-SEM
           WRITE LINHA-REL FROM LIN-SUB
           GO TO ROT-FIM.
      *
       R2.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF SITFUNC = "D"
              GO TO R2-FIM.
           PERFORM ROT-ULT-ASO THRU ROT-ULT-ASO-FIM
           IF W-SITASO = "O"
              GO TO R2-FIM.
           IF W-TEMAREAANT = "S" AND CODAREA NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           IF W-TEMAREAANT NOT = "S"
              PERFORM ROT-CAB-AREA THRU ROT-CAB-AREA-FIM.
           MOVE CODFUNC   TO LD-FUNC
           MOVE NOME      TO LD-NOME
           MOVE W-ULTDTEX TO LD-DTEXAME
           MOVE W-ULTTIPO TO LD-TIPO
           MOVE W-ULTPROX TO LD-DTPROX
           EVALUATE W-SITASO
              WHEN "V"
                 MOVE "VENCIDO"  TO LD-SIT
                 ADD 1 TO W-SUBVENC W-TOTVENC
              WHEN "M"
                 MOVE "A VENCER" TO LD-SIT
                 ADD 1 TO W-SUBAVENC W-TOTAVENC
              WHEN "I"
                 MOVE "INAPTO"   TO LD-SIT
                 ADD 1 TO W-SUBINAPTO W-TOTINAPTO
              WHEN OTHER
                 MOVE "SEM ASO"  TO LD-SIT
                 ADD 1 TO W-SUBSEM W-TOTSEM
           END-EVALUATE
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDFUNC.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * ULTIMO EXAME ADMISSIONAL/PERIODICO/RETORNO (PELA DATA  *
      * DO EXAME) DO FUNCIONARIO E A SITUACAO NO MES:          *
      *   V = VENCIDO ANTES DO MES    M = VENCE NO MES         *
      *   I = INAPTO (SEM PROXIMO)    S = SEM EXAME            *
      *   O = EM DIA (FORA DO RELATORIO)                       *
      *********************************************************
       ROT-ULT-ASO.
           MOVE "S" TO W-SITASO
           MOVE ZEROS TO W-ULTAMD W-ULTDTEX W-ULTPROX
           MOVE SPACES TO W-ULTTIPO
           IF W-TEMASO NOT = "S"
              GO TO ROT-ULT-ASO-FIM.
           MOVE CODFUNC TO ASO-CODFUNC
           MOVE ZEROS   TO ASO-SEQ
           START CADASO KEY IS NOT LESS CHAVEASO
                 INVALID KEY
                    GO TO ROT-ULT-ASO-FIM.
       ROT-ULT-ASO-RD.
           READ CADASO NEXT RECORD
                AT END
                   GO TO ROT-ULT-ASO-SIT
           END-READ
           IF ST-ERRO NOT = "00" OR ASO-CODFUNC NOT = CODFUNC
              GO TO ROT-ULT-ASO-SIT.
           IF ASO-TIPO = "D"
              GO TO ROT-ULT-ASO-RD.
           MOVE ASO-DTEXAME TO W-DTDMA8
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA
           IF W-DTAMD8 < W-ULTAMD
              GO TO ROT-ULT-ASO-RD.
           MOVE W-DTAMD8    TO W-ULTAMD
           MOVE ASO-DTEXAME TO W-ULTDTEX
           MOVE ASO-TIPO    TO W-ULTTIPO
           MOVE ASO-DTPROX  TO W-ULTPROX
           GO TO ROT-ULT-ASO-RD.
       ROT-ULT-ASO-SIT.
           IF W-ULTAMD = ZEROS
              GO TO ROT-ULT-ASO-FIM.
           IF W-ULTPROX = ZEROS
              MOVE "I" TO W-SITASO
              GO TO ROT-ULT-ASO-FIM.
           MOVE W-ULTPROX TO W-DTDMA8
           COMPUTE W-ANOMESPROX = (W-ANOD * 100) + W-MESD
           IF W-ANOMESPROX < W-ANOMESPROC
              MOVE "V" TO W-SITASO
           ELSE
              IF W-ANOMESPROX = W-ANOMESPROC
                 MOVE "M" TO W-SITASO
              ELSE
                 MOVE "O" TO W-SITASO.
       ROT-ULT-ASO-FIM.
           EXIT.
      *
      *    CABECALHO DA AREA
       ROT-CAB-AREA.
           MOVE "S"     TO W-TEMAREAANT
           MOVE CODAREA TO W-AREAANT
           MOVE ZEROS   TO W-SUBVENC W-SUBAVENC W-SUBINAPTO W-SUBSEM
           MOVE CODAREA TO LA-AREA
           MOVE SPACES  TO LA-NOME
           IF W-TEMAREA = "S"
              MOVE CODAREA TO AREA-COD
              READ CADAREA
              IF ST-ERRO4 = "00"
                 MOVE AREA-NOME TO LA-NOME.
           WRITE LINHA-REL FROM LIN-AREA
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
       ROT-CAB-AREA-FIM.
           EXIT.
      *
      *    FIM DA AREA: SUBTOTAL; A PROXIMA AREA ABRE CABECALHO
       ROT-SUBTOTAL.
           MOVE "SUBTOTAL"  TO LS-DESC
           MOVE W-SUBVENC   TO LS-VENC
           MOVE W-SUBAVENC  TO LS-AVENC
           MOVE W-SUBINAPTO TO LS-INAPTO
           MOVE W-SUBSEM    TO LS-SEM
           WRITE LINHA-REL FROM LIN-SUB
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "N" TO W-TEMAREAANT.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFUNC RELASO
           IF W-TEMASO = "S"
              CLOSE CADASO.
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELASO.TXT ***"
           DISPLAY "FUNCIONARIOS LISTADOS : " W-QTDFUNC.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
