       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL085.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * HORAS DE TREINAMENTO NO ANO POR FUNCIONARIO E AREA EM        *
      * RELHTRE.TXT - PARA CADA FUNCIONARIO COM TREINAMENTO          *
      * REALIZADO NO ANO (CADTREIN, PELA DATA DE REALIZACAO), A      *
      * QUANTIDADE DE TREINAMENTOS E O TOTAL DE HORAS; SUBTOTAL POR  *
      * AREA E TOTAL GERAL COM A QUANTIDADE DE FUNCIONARIOS. INCLUI  *
      * OS JA DESLIGADOS QUE TREINARAM NO ANO.                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETREIN
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
           SELECT RELHTRE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREIN.DAT".
       01 REGTREIN.
          03 CHAVETREIN.
             05 TRE-CODFUNC   PIC 9(5).
             05 TRE-SEQ       PIC 9(3).
          03 TRE-CURSO        PIC 9(3).
          03 TRE-DTREAL       PIC 9(8).
          03 TRE-HORAS        PIC 9(3).
          03 TRE-ENTIDADE     PIC X(30).
          03 TRE-DTVENC       PIC 9(8).
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
       FD RELHTRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHTRE.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL085".
       01 W-SPARQ       PIC X(14) VALUE "RELHTRE.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-TEMAREAANT  PIC X(01) VALUE "N".
       01 W-QTDTRE      PIC 9(05) VALUE ZEROS.
       01 W-HORAS       PIC 9(07) VALUE ZEROS.
       01 W-SUBFUNC     PIC 9(05) VALUE ZEROS.
       01 W-SUBTRE      PIC 9(05) VALUE ZEROS.
       01 W-SUBHORAS    PIC 9(07) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(05) VALUE ZEROS.
       01 W-TOTTRE      PIC 9(05) VALUE ZEROS.
       01 W-TOTHORAS    PIC 9(07) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** HORAS DE TREINAMENTO POR AREA - ".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(32) VALUE SPACES.
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
          03 FILLER        PIC X(37) VALUE "NOME".
          03 FILLER        PIC X(14) VALUE "TREINAMENTOS".
          03 FILLER        PIC X(20) VALUE "HORAS".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(35).
          03 FILLER        PIC X(07) VALUE SPACES.
          03 LD-QTDTRE     PIC ZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-HORAS      PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(11) VALUE SPACES.

       01 LIN-SUB.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LS-DESC       PIC X(12) VALUE "SUBTOTAL   ".
          03 FILLER        PIC X(14) VALUE "FUNCIONARIOS: ".
          03 LS-FUNC       PIC ZZZZ9.
          03 FILLER        PIC X(16) VALUE SPACES.
          03 LS-TRE        PIC ZZZZ9.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LS-HORAS      PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(11) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** HORAS DE TREINAMENTO NO ANO ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           IF W-ANOPROC < 1900
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADTREIN
           IF ST-ERRO NOT = "00"
              DISPLAY "CADTREIN NAO CADASTRADO - RODE O CADTREIN"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADTREIN
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELHTRE
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELHTRE.TXT"
              CLOSE CADFUNC CADTREIN
              GO TO ROT-FIM2.
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * CADFUNC NA ORDEM DA AREA; PARA CADA FUNCIONARIO, OS    *
      * TREINAMENTOS REALIZADOS NO ANO E O TOTAL DE HORAS      *
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
           IF W-TOTFUNC = ZEROS
              MOVE "     NENHUM TREINAMENTO REALIZADO NO ANO"
                   TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL GERAL" TO LS-DESC
           MOVE W-TOTFUNC   TO LS-FUNC
           MOVE W-TOTTRE    TO LS-TRE
           MOVE W-TOTHORAS  TO LS-HORAS
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
           PERFORM ROT-SOMA-TREIN THRU ROT-SOMA-TREIN-FIM
           IF W-QTDTRE = ZEROS
              GO TO R2-FIM.
           IF W-TEMAREAANT = "S" AND CODAREA NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           IF W-TEMAREAANT NOT = "S"
              PERFORM ROT-CAB-AREA THRU ROT-CAB-AREA-FIM.
           MOVE CODFUNC  TO LD-FUNC
           MOVE NOME     TO LD-NOME
           MOVE W-QTDTRE TO LD-QTDTRE
           MOVE W-HORAS  TO LD-HORAS
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-SUBFUNC W-TOTFUNC
           ADD W-QTDTRE TO W-SUBTRE W-TOTTRE
           ADD W-HORAS  TO W-SUBHORAS W-TOTHORAS.
       R2-FIM.
           EXIT.
      *
      *    TREINAMENTOS DO FUNCIONARIO REALIZADOS NO ANO
       ROT-SOMA-TREIN.
           MOVE ZEROS TO W-QTDTRE W-HORAS
           MOVE CODFUNC TO TRE-CODFUNC
           MOVE ZEROS   TO TRE-SEQ
           START CADTREIN KEY IS NOT LESS CHAVETREIN
                 INVALID KEY
                    GO TO ROT-SOMA-TREIN-FIM.
       ROT-SOMA-TREIN-RD.
           READ CADTREIN NEXT RECORD
                AT END
                   GO TO ROT-SOMA-TREIN-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR TRE-CODFUNC NOT = CODFUNC
              GO TO ROT-SOMA-TREIN-FIM.
           MOVE TRE-DTREAL TO W-DTDMA8
           IF W-ANOD NOT = W-ANOPROC
              GO TO ROT-SOMA-TREIN-RD.
           ADD 1 TO W-QTDTRE
           ADD TRE-HORAS TO W-HORAS
           GO TO ROT-SOMA-TREIN-RD.
       ROT-SOMA-TREIN-FIM.
           EXIT.
      *
      *    CABECALHO DA AREA
       ROT-CAB-AREA.
           MOVE "S"     TO W-TEMAREAANT
           MOVE CODAREA TO W-AREAANT
           MOVE ZEROS   TO W-SUBFUNC W-SUBTRE W-SUBHORAS
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
           MOVE W-SUBFUNC   TO LS-FUNC
           MOVE W-SUBTRE    TO LS-TRE
           MOVE W-SUBHORAS  TO LS-HORAS
           WRITE LINHA-REL FROM LIN-SUB
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "N" TO W-TEMAREAANT.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFUNC CADTREIN RELHTRE
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELHTRE.TXT ***"
           DISPLAY "FUNCIONARIOS LISTADOS : " W-TOTFUNC.
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
