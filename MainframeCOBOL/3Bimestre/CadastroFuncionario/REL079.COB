       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL079.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONTRATOS A VENCER (RELVCTO.TXT) - EMITIDO TODA SEMANA.    *
      * PERCORRE OS CONTRATOS DO CADFCONT COM DATA DE TERMINO      *
      * (EXPERIENCIA, PRAZO DETERMINADO, ESTAGIO E APRENDIZAGEM)   *
      * DOS FUNCIONARIOS NAO DESLIGADOS E LISTA:                   *
      *   1) OS JA VENCIDOS SEM PRORROGACAO, EFETIVACAO OU         *
      *      DESLIGAMENTO - PELA CLT A EXPERIENCIA E O PRAZO       *
      *      DETERMINADO VENCIDOS VIRAM PRAZO INDETERMINADO;       *
      *   2) OS QUE VENCEM NOS PROXIMOS N DIAS (PADRAO 15),        *
      *      PARA A AREA DECIDIR ENTRE PRORROGAR, EFETIVAR OU      *
      *      DESLIGAR (PRORROGACAO/EFETIVACAO PELO CADFCONT).      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELVCTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFCONT.DAT".
       01 REGFCONT.
          03 FCT-CODFUNC      PIC 9(5).
          03 FCT-TIPO         PIC 9(1).
          03 FCT-DTINI        PIC 9(8).
          03 FCT-DTFIM        PIC 9(8).
          03 FCT-PRORROG      PIC 9(1).
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
       FD RELVCTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVCTO.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL079".
       01 W-SPARQ       PIC X(14) VALUE "RELVCTO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-PASSE       PIC 9(01) VALUE ZEROS.
       01 W-DIASAVISO   PIC 9(03) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-SERHOJE     PIC 9(07) VALUE ZEROS.
       01 W-SERLIM      PIC 9(07) VALUE ZEROS.
       01 W-SERFIM      PIC 9(07) VALUE ZEROS.
       01 W-DIASDIF     PIC 9(05) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTAVENC    PIC 9(05) VALUE ZEROS.
       01 W-TOTINVAL    PIC 9(05) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
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
          03 FILLER        PIC X(40) VALUE
             "*** CONTRATOS A VENCER - EMITIDO EM ".
          03 LT-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(17) VALUE " - PROXIMOS ".
          03 LT-DIAS       PIC ZZ9.
          03 FILLER        PIC X(10) VALUE " DIAS ***".

       01 LIN-SECVENC.
          03 FILLER        PIC X(36) VALUE
             "CONTRATOS JA VENCIDOS - REGULARIZAR ".
          03 FILLER        PIC X(44) VALUE
             "(PELA CLT VIRAM PRAZO INDETERMINADO)".

       01 LIN-SECAVENC.
          03 FILLER        PIC X(34) VALUE
             "CONTRATOS QUE VENCEM NO PERIODO - ".
          03 FILLER        PIC X(46) VALUE
             "PRORROGAR, EFETIVAR OU DESLIGAR".

       01 LIN-CAB.
          03 FILLER        PIC X(06) VALUE "FUNC.".
          03 FILLER        PIC X(26) VALUE "NOME".
          03 FILLER        PIC X(12) VALUE "CONTRATO".
          03 FILLER        PIC X(13) VALUE "AREA".
          03 FILLER        PIC X(11) VALUE "TERMINO".
          03 FILLER        PIC X(12) VALUE "SITUACAO".

       01 LIN-DET.
          03 LD-CODFUNC    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TIPO       PIC X(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-AREA       PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTFIM      PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(08).
          03 LD-DIAS       PIC ZZZ9.

       01 LIN-PRORROG.
          03 FILLER        PIC X(33) VALUE SPACES.
          03 FILLER        PIC X(47) VALUE
             "(JA PRORROGADO - SO RESTA EFETIVAR OU DESLIGAR)".

       01 LIN-NADA.
          03 FILLER        PIC X(30) VALUE
             "   NENHUM CONTRATO NESTA FAIXA".
          03 FILLER        PIC X(50) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(22) VALUE "VENCIDOS SEM DECISAO: ".
          03 LTO-VENC      PIC ZZZZ9.
          03 FILLER        PIC X(19) VALUE "   A VENCER      : ".
          03 LTO-AVENC     PIC ZZZZ9.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONTRATOS A VENCER ***"
           DISPLAY "AVISAR OS QUE VENCEM NOS PROXIMOS QUANTOS DIAS "
                   "(0 = 15) : " WITH NO ADVANCING
           ACCEPT W-DIASAVISO
           IF W-DIASAVISO = ZEROS
              MOVE 15 TO W-DIASAVISO.
      *    DATA DE HOJE EM DIAS CORRIDOS, BASE DA CONTAGEM
           ACCEPT W-DTAMD8 FROM DATE YYYYMMDD
           MOVE W-DIAA TO W-DIAD
           MOVE W-MESA TO W-MESD
           MOVE W-ANOA TO W-ANOD
           MOVE W-DTDMA8 TO W-HOJE
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERHOJE
           COMPUTE W-SERLIM = W-SERHOJE + W-DIASAVISO.
       R0A.
           OPEN INPUT CADFCONT
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUM CONTRATO CADASTRADO (CADFCONT)"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADFCONT
              GO TO ROT-FIM2.
       R0C.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0D.
           OPEN OUTPUT RELVCTO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELVCTO.TXT"
              CLOSE CADFCONT CADFUNC
              IF W-TEMAREA = "S"
                 CLOSE CADAREA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
           MOVE W-HOJE      TO LT-DATA
           MOVE W-DIASAVISO TO LT-DIAS
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *    1A. PASSAGEM: JA VENCIDOS - 2A. PASSAGEM: A VENCER
       R1.
           MOVE 1 TO W-PASSE
           PERFORM ROT-PASSE THRU ROT-PASSE-FIM
           MOVE 2 TO W-PASSE
           PERFORM ROT-PASSE THRU ROT-PASSE-FIM
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA PASSAGEM COMPLETA PELO CADFCONT NA ORDEM DE CODIGO *
      *********************************************************
       ROT-PASSE.
           WRITE LINHA-REL FROM LIN-BRANCO
           IF W-PASSE = 1
              WRITE LINHA-REL FROM LIN-SECVENC
           ELSE
              WRITE LINHA-REL FROM LIN-SECAVENC.
           WRITE LINHA-REL FROM LIN-CAB
           MOVE ZEROS TO W-QTDLIN
           MOVE "N" TO W-FIM
           MOVE ZEROS TO FCT-CODFUNC
           START CADFCONT KEY IS NOT LESS FCT-CODFUNC
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-QTDLIN = ZEROS
              WRITE LINHA-REL FROM LIN-NADA.
       ROT-PASSE-FIM.
           EXIT.
      *
       R2.
           READ CADFCONT NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF FCT-TIPO < 2 OR FCT-TIPO > 5 OR FCT-DTFIM = ZEROS
              GO TO R2-FIM.
           MOVE FCT-DTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              IF W-PASSE = 1
                 ADD 1 TO W-TOTINVAL
                 GO TO R2-FIM
              ELSE
                 GO TO R2-FIM.
           MOVE W-SRSERIAL TO W-SERFIM
           IF W-PASSE = 1 AND W-SERFIM NOT < W-SERHOJE
              GO TO R2-FIM.
           IF W-PASSE = 2 AND (W-SERFIM < W-SERHOJE
                               OR W-SERFIM > W-SERLIM)
              GO TO R2-FIM.
       R3.
           MOVE FCT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO R2-FIM.
           IF SITFUNC = "D"
              GO TO R2-FIM.
           MOVE FCT-CODFUNC TO LD-CODFUNC
           MOVE NOME        TO LD-NOME
           MOVE FCT-DTFIM   TO LD-DTFIM
           PERFORM ROT-DESC-TIPO THRU ROT-DESC-TIPO-FIM
           PERFORM ROT-DESC-AREA THRU ROT-DESC-AREA-FIM
           IF W-PASSE = 1
              COMPUTE W-DIASDIF = W-SERHOJE - W-SERFIM
              MOVE "VENCIDO " TO LD-SIT
              ADD 1 TO W-TOTVENC
           ELSE
              COMPUTE W-DIASDIF = W-SERFIM - W-SERHOJE
              MOVE "FALTAM  " TO LD-SIT
              ADD 1 TO W-TOTAVENC.
           MOVE W-DIASDIF TO LD-DIAS
           WRITE LINHA-REL FROM LIN-DET
           IF W-PASSE = 2 AND FCT-PRORROG > ZEROS
              AND (FCT-TIPO = 2 OR FCT-TIPO = 3)
              WRITE LINHA-REL FROM LIN-PRORROG.
           ADD 1 TO W-QTDLIN.
       R2-FIM.
           EXIT.
      *
      *    DESCRICAO CURTA DO TIPO DE CONTRATO
       ROT-DESC-TIPO.
           EVALUATE FCT-TIPO
              WHEN 2 MOVE "EXPERIENCIA" TO LD-TIPO
              WHEN 3 MOVE "DETERMINADO" TO LD-TIPO
              WHEN 4 MOVE "ESTAGIO"     TO LD-TIPO
              WHEN 5 MOVE "APRENDIZ"    TO LD-TIPO
              WHEN OTHER MOVE SPACES    TO LD-TIPO
           END-EVALUATE.
       ROT-DESC-TIPO-FIM.
           EXIT.
      *
      *    NOME DA AREA DO FUNCIONARIO (SEM CADAREA SAI O CODIGO)
       ROT-DESC-AREA.
           MOVE SPACES TO LD-AREA
           MOVE CODAREA TO LD-AREA
           IF W-TEMAREA NOT = "S"
              GO TO ROT-DESC-AREA-FIM.
           MOVE CODAREA TO AREA-COD
           READ CADAREA
           IF ST-ERRO3 = "00"
              MOVE AREA-NOME TO LD-AREA.
       ROT-DESC-AREA-FIM.
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
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
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
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTVENC  TO LTO-VENC
           MOVE W-TOTAVENC TO LTO-AVENC
           WRITE LINHA-REL FROM LIN-TOT
           CLOSE CADFCONT CADFUNC RELVCTO
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELVCTO.TXT ***"
           DISPLAY "VENCIDOS SEM DECISAO    : " W-TOTVENC
           DISPLAY "A VENCER NO PERIODO     : " W-TOTAVENC
           DISPLAY "DATA DE TERMINO INVALIDA: " W-TOTINVAL.
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
