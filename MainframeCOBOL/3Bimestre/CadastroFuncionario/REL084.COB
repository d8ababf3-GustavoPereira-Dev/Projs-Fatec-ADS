       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL084.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CERTIFICACOES OBRIGATORIAS PENDENTES POR AREA EM             *
      * RELTREIN.TXT - PARA UM MES DE REFERENCIA, CADA FUNCIONARIO   *
      * NAO DESLIGADO E CADA CURSO OBRIGATORIO DO SEU CARGO          *
      * (CADCURC) SEM TREINAMENTO NO CADTREIN (FALTANDO), COM O      *
      * ULTIMO VENCIMENTO ANTES DO MES (VENCIDO) OU VENCENDO ATE O   *
      * FIM DO MES MAIS O AVISO DO CURSO NO CARGO (A VENCER). CURSO  *
      * COM ALGUM TREINAMENTO SEM VENCIMENTO ESTA EM DIA. SUBTOTAL    *
      * POR AREA E TOTAL GERAL POR SITUACAO.                         *
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
           SELECT CADCURC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECURC
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-COD
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT RELTREIN ASSIGN TO DISK
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
       FD CADCURC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURC.DAT".
       01 REGCURC.
          03 CHAVECURC.
             05 CRC-CARGO     PIC 9(5).
             05 CRC-CURSO     PIC 9(3).
          03 CRC-AVISO        PIC 9(3).
      *
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
          03 CUR-COD          PIC 9(3).
          03 CUR-DESC         PIC X(30).
          03 CUR-VALID        PIC 9(3).
          03 CUR-CHORAS       PIC 9(3).
      *
       FD RELTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTREIN.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL084".
       01 W-SPARQ       PIC X(14) VALUE "RELTREIN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-TEMTREIN    PIC X(01) VALUE "N".
       01 W-TEMCURSO    PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMCURC     PIC X(01) VALUE "N".
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-SERINI      PIC 9(07) VALUE ZEROS.
       01 W-SERFIM      PIC 9(07) VALUE ZEROS.
       01 W-SERLIM      PIC 9(07) VALUE ZEROS.
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-TEMAREAANT  PIC X(01) VALUE "N".
       01 W-SITTRE      PIC X(01) VALUE SPACES.
       01 W-ULTSER      PIC 9(07) VALUE ZEROS.
       01 W-ULTVENC     PIC 9(08) VALUE ZEROS.
       01 W-SUBFALTA    PIC 9(05) VALUE ZEROS.
       01 W-SUBVENC     PIC 9(05) VALUE ZEROS.
       01 W-SUBAVENC    PIC 9(05) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTAVENC    PIC 9(05) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SRA         PIC 9(04) VALUE ZEROS.
       01 W-SRM         PIC 9(02) VALUE ZEROS.
       01 W-SRT         PIC 9(04) VALUE ZEROS.
       01 W-SRQ4        PIC 9(04) VALUE ZEROS.
       01 W-SRQ100      PIC 9(04) VALUE ZEROS.
       01 W-SRQ400      PIC 9(04) VALUE ZEROS.
       01 W-SRSERIAL    PIC 9(07) VALUE ZEROS.
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
             "*** CERTIFICACOES PENDENTES POR AREA - ".
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
          03 FILLER        PIC X(06) VALUE "FUNC".
          03 FILLER        PIC X(23) VALUE "NOME".
          03 FILLER        PIC X(25) VALUE "CURSO".
          03 FILLER        PIC X(12) VALUE "VENCIMENTO".
          03 FILLER        PIC X(12) VALUE "SITUACAO".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CURSO      PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CURDESC    PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTVENC     PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(02) VALUE SPACES.

       01 LIN-SUB.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LS-DESC       PIC X(12) VALUE "SUBTOTAL   ".
          03 FILLER        PIC X(11) VALUE "FALTANDO: ".
          03 LS-FALTA      PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "  VENCIDOS: ".
          03 LS-VENC       PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "  A VENCER: ".
          03 LS-AVENC      PIC ZZZZ9.
          03 FILLER        PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CERTIFICACOES OBRIGATORIAS PENDENTES ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC < 1900 OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
      *    PRIMEIRO E ULTIMO DIA DO MES EM DIAS CORRIDOS
           MOVE 01 TO W-DIAD
           MOVE W-MESPROC TO W-MESD
           MOVE W-ANOPROC TO W-ANOD
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERINI
           MOVE W-DIASMES TO W-DIAD
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERFIM.
      *    SEM O CADTREIN TODOS OS CURSOS OBRIGATORIOS SAEM FALTANDO
       R0A.
           OPEN INPUT CADCURC
           IF ST-ERRO5 NOT = "00"
              DISPLAY "CADCURC NAO CADASTRADO - RODE O CADCURC"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADCURC
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMTREIN
           OPEN INPUT CADTREIN
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMTREIN.
           MOVE "S" TO W-TEMCURSO
           OPEN INPUT CADCURSO
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCURSO.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELTREIN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELTREIN.TXT"
              CLOSE CADFUNC CADCURC
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * CADFUNC NA ORDEM DA AREA; PARA CADA FUNCIONARIO NAO    *
      * DESLIGADO, OS CURSOS OBRIGATORIOS DO CARGO NO CADCURC  *
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
           IF W-QTDLIN = ZEROS
              MOVE "     NENHUMA CERTIFICACAO PENDENTE NO MES"
                   TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL GERAL" TO LS-DESC
           MOVE W-TOTFALTA  TO LS-FALTA
           MOVE W-TOTVENC   TO LS-VENC
           MOVE W-TOTAVENC  TO LS-AVENC
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
           MOVE "N" TO W-FIMCURC
           MOVE CODCARGO TO CRC-CARGO
           MOVE ZEROS    TO CRC-CURSO
           START CADCURC KEY IS NOT LESS CHAVECURC
                 INVALID KEY
                    GO TO R2-FIM.
           PERFORM R2A THRU R2A-FIM UNTIL W-FIMCURC = "S".
       R2-FIM.
           EXIT.
      *
      *    UM CURSO OBRIGATORIO DO CARGO DO FUNCIONARIO
       R2A.
           READ CADCURC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMCURC
                  GO TO R2A-FIM
           END-READ
           IF ST-ERRO5 NOT = "00" OR CRC-CARGO NOT = CODCARGO
              MOVE "S" TO W-FIMCURC
              GO TO R2A-FIM.
           PERFORM ROT-ULT-TREIN THRU ROT-ULT-TREIN-FIM
           IF W-SITTRE = "O"
              GO TO R2A-FIM.
           IF W-TEMAREAANT = "S" AND CODAREA NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           IF W-TEMAREAANT NOT = "S"
              PERFORM ROT-CAB-AREA THRU ROT-CAB-AREA-FIM.
           MOVE CODFUNC   TO LD-FUNC
           MOVE NOME      TO LD-NOME
           MOVE CRC-CURSO TO LD-CURSO
           MOVE SPACES    TO LD-CURDESC
           IF W-TEMCURSO = "S"
              MOVE CRC-CURSO TO CUR-COD
              READ CADCURSO
              IF ST-ERRO6 = "00"
                 MOVE CUR-DESC TO LD-CURDESC.
           MOVE W-ULTVENC TO LD-DTVENC
           EVALUATE W-SITTRE
              WHEN "V"
                 MOVE "VENCIDO"  TO LD-SIT
                 ADD 1 TO W-SUBVENC W-TOTVENC
              WHEN "A"
                 MOVE "A VENCER" TO LD-SIT
                 ADD 1 TO W-SUBAVENC W-TOTAVENC
              WHEN OTHER
                 MOVE "FALTANDO" TO LD-SIT
                 ADD 1 TO W-SUBFALTA W-TOTFALTA
           END-EVALUATE
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDLIN.
       R2A-FIM.
           EXIT.
      *
      *********************************************************
      * TREINAMENTOS DO FUNCIONARIO NO CURSO (CADTREIN) E A    *
      * SITUACAO PELO MAIOR VENCIMENTO:                        *
      *   F = FALTANDO (NENHUM)     V = VENCIDO ANTES DO MES   *
      *   A = VENCE ATE O FIM DO MES MAIS O AVISO DO CARGO     *
      *   O = EM DIA OU SEM VENCIMENTO (FORA DO RELATORIO)     *
      *********************************************************
       ROT-ULT-TREIN.
           MOVE "F" TO W-SITTRE
           MOVE ZEROS TO W-ULTSER W-ULTVENC
           IF W-TEMTREIN NOT = "S"
              GO TO ROT-ULT-TREIN-FIM.
           MOVE CODFUNC TO TRE-CODFUNC
           MOVE ZEROS   TO TRE-SEQ
           START CADTREIN KEY IS NOT LESS CHAVETREIN
                 INVALID KEY
                    GO TO ROT-ULT-TREIN-FIM.
       ROT-ULT-TREIN-RD.
           READ CADTREIN NEXT RECORD
                AT END
                   GO TO ROT-ULT-TREIN-SIT
           END-READ
           IF ST-ERRO NOT = "00" OR TRE-CODFUNC NOT = CODFUNC
              GO TO ROT-ULT-TREIN-SIT.
           IF TRE-CURSO NOT = CRC-CURSO
              GO TO ROT-ULT-TREIN-RD.
           IF TRE-DTVENC = ZEROS
              MOVE "O" TO W-SITTRE
              GO TO ROT-ULT-TREIN-FIM.
           MOVE TRE-DTVENC TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              GO TO ROT-ULT-TREIN-RD.
           IF W-SRSERIAL > W-ULTSER
              MOVE W-SRSERIAL TO W-ULTSER
              MOVE TRE-DTVENC TO W-ULTVENC.
           GO TO ROT-ULT-TREIN-RD.
       ROT-ULT-TREIN-SIT.
           IF W-ULTSER = ZEROS
              GO TO ROT-ULT-TREIN-FIM.
           COMPUTE W-SERLIM = W-SERFIM + CRC-AVISO
           IF W-ULTSER < W-SERINI
              MOVE "V" TO W-SITTRE
           ELSE
              IF W-ULTSER NOT > W-SERLIM
                 MOVE "A" TO W-SITTRE
              ELSE
                 MOVE "O" TO W-SITTRE.
       ROT-ULT-TREIN-FIM.
           EXIT.
      *
      *    CABECALHO DA AREA
       ROT-CAB-AREA.
           MOVE "S"     TO W-TEMAREAANT
           MOVE CODAREA TO W-AREAANT
           MOVE ZEROS   TO W-SUBFALTA W-SUBVENC W-SUBAVENC
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
           MOVE W-SUBFALTA  TO LS-FALTA
           MOVE W-SUBVENC   TO LS-VENC
           MOVE W-SUBAVENC  TO LS-AVENC
           WRITE LINHA-REL FROM LIN-SUB
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "N" TO W-TEMAREAANT.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8) E O NUMERO DE DIAS       *
      * CORRIDOS EM W-SRSERIAL (PARA CONTAR DIAS ENTRE DATAS)  *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA
           MOVE W-ANOA TO W-SRA
           MOVE W-MESA TO W-SRM
           IF W-SRM < 3
              ADD 12 TO W-SRM
              SUBTRACT 1 FROM W-SRA.
           DIVIDE W-SRA BY 4   GIVING W-SRQ4
           DIVIDE W-SRA BY 100 GIVING W-SRQ100
           DIVIDE W-SRA BY 400 GIVING W-SRQ400
           COMPUTE W-SRT = (153 * (W-SRM - 3)) + 2
           DIVIDE W-SRT BY 5 GIVING W-SRT
           COMPUTE W-SRSERIAL = (365 * W-SRA) + W-SRQ4 - W-SRQ100
                              + W-SRQ400 + W-SRT + W-DIAA
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFUNC CADCURC RELTREIN
           IF W-TEMTREIN = "S"
              CLOSE CADTREIN.
           IF W-TEMCURSO = "S"
              CLOSE CADCURSO.
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELTREIN.TXT ***"
           DISPLAY "PENDENCIAS LISTADAS : " W-QTDLIN.
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
