       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL080.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * FUNCIONARIOS EM ESTABILIDADE (RELESTAB.TXT). PERCORRE O    *
      * CADESTAB E LISTA OS PERIODOS EM VIGOR HOJE (INICIO <= HOJE *
      * <= TERMINO) DOS FUNCIONARIOS NAO DESLIGADOS: MOTIVO        *
      * (GESTANTE, CIPA, ACIDENTE DE TRABALHO COM O NUMERO DA CAT  *
      * E DIRIGENTE SINDICAL), PERIODO E DIAS QUE FALTAM. OS       *
      * PERIODOS JA LIBERADOS POR OPERADOR NIVEL 1 SAEM MARCADOS.  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESTAB
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELESTAB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTAB.DAT".
       01 REGESTAB.
          03 CHAVEESTAB.
             05 EST-CODFUNC   PIC 9(5).
             05 EST-SEQ       PIC 9(2).
          03 EST-MOTIVO       PIC X(1).
          03 EST-NUMCAT       PIC X(15).
          03 EST-DTINI        PIC 9(8).
          03 EST-DTFIM        PIC 9(8).
          03 EST-OBS          PIC X(30).
          03 EST-SITLIB       PIC X(1).
          03 EST-OPERLIB      PIC 9(3).
          03 EST-DTLIB        PIC 9(8).
          03 EST-JUSTIF       PIC X(40).
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
       FD RELESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESTAB.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL080".
       01 W-SPARQ       PIC X(14) VALUE "RELESTAB.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-SERHOJE     PIC 9(07) VALUE ZEROS.
       01 W-SERINI      PIC 9(07) VALUE ZEROS.
       01 W-SERFIM      PIC 9(07) VALUE ZEROS.
       01 W-DIASDIF     PIC 9(05) VALUE ZEROS.
       01 W-TOTGEST     PIC 9(05) VALUE ZEROS.
       01 W-TOTCIPA     PIC 9(05) VALUE ZEROS.
       01 W-TOTACID     PIC 9(05) VALUE ZEROS.
       01 W-TOTSIND     PIC 9(05) VALUE ZEROS.
       01 W-TOTGERAL    PIC 9(05) VALUE ZEROS.
       01 W-TOTLIB      PIC 9(05) VALUE ZEROS.
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
          03 FILLER        PIC X(43) VALUE
             "*** FUNCIONARIOS EM ESTABILIDADE - EMITIDO ".
          03 FILLER        PIC X(03) VALUE "EM ".
          03 LT-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(24) VALUE " ***".

       01 LIN-CAB.
          03 FILLER        PIC X(06) VALUE "FUNC.".
          03 FILLER        PIC X(23) VALUE "NOME".
          03 FILLER        PIC X(11) VALUE "MOTIVO".
          03 FILLER        PIC X(11) VALUE "INICIO".
          03 FILLER        PIC X(11) VALUE "TERMINO".
          03 FILLER        PIC X(05) VALUE "DIAS".
          03 FILLER        PIC X(13) VALUE "SITUACAO".

       01 LIN-DET.
          03 LD-CODFUNC    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MOTIVO     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTINI      PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTFIM      PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIAS       PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(08).
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-CAT.
          03 FILLER        PIC X(29) VALUE SPACES.
          03 FILLER        PIC X(12) VALUE "CAT NUMERO: ".
          03 LC-NUMCAT     PIC X(15).
          03 FILLER        PIC X(24) VALUE SPACES.

       01 LIN-NADA.
          03 FILLER        PIC X(40) VALUE
             "   NENHUM FUNCIONARIO EM ESTABILIDADE".
          03 FILLER        PIC X(40) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(12) VALUE "GESTANTE  : ".
          03 LTO-GEST      PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "   CIPA   : ".
          03 LTO-CIPA      PIC ZZZZ9.
          03 FILLER        PIC X(14) VALUE "   ACIDENTE : ".
          03 LTO-ACID      PIC ZZZZ9.
          03 FILLER        PIC X(14) VALUE "   SINDICAL : ".
          03 LTO-SIND      PIC ZZZZ9.
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-TOT2.
          03 FILLER        PIC X(12) VALUE "TOTAL     : ".
          03 LTO-GERAL     PIC ZZZZ9.
          03 FILLER        PIC X(30) VALUE
             "   JA LIBERADOS P/ DESLIGAR : ".
          03 LTO-LIB       PIC ZZZZ9.
          03 FILLER        PIC X(28) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** FUNCIONARIOS EM ESTABILIDADE ***"
      *    DATA DE HOJE EM DIAS CORRIDOS, BASE DA CONTAGEM
           ACCEPT W-DTAMD8 FROM DATE YYYYMMDD
           MOVE W-DIAA TO W-DIAD
           MOVE W-MESA TO W-MESD
           MOVE W-ANOA TO W-ANOD
           MOVE W-DTDMA8 TO W-HOJE
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           MOVE W-SRSERIAL TO W-SERHOJE.
       R0A.
           OPEN INPUT CADESTAB
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUMA ESTABILIDADE CADASTRADA (CADESTAB)"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADESTAB
              GO TO ROT-FIM2.
       R0C.
           OPEN OUTPUT RELESTAB
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELESTAB.TXT"
              CLOSE CADESTAB CADFUNC
              GO TO ROT-FIM2.
           MOVE W-HOJE TO LT-DATA
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE ZEROS TO CHAVEESTAB
           START CADESTAB KEY IS NOT LESS CHAVEESTAB
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-TOTGERAL = ZEROS
              WRITE LINHA-REL FROM LIN-NADA.
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM PERIODO DO CADESTAB: SO ENTRA SE HOJE ESTA DENTRO   *
      * DELE E O FUNCIONARIO NAO ESTA DESLIGADO                *
      *********************************************************
       R2.
           READ CADESTAB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE EST-DTINI TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              ADD 1 TO W-TOTINVAL
              GO TO R2-FIM.
           MOVE W-SRSERIAL TO W-SERINI
           MOVE EST-DTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              ADD 1 TO W-TOTINVAL
              GO TO R2-FIM.
           MOVE W-SRSERIAL TO W-SERFIM
           IF W-SERHOJE < W-SERINI OR W-SERHOJE > W-SERFIM
              GO TO R2-FIM.
       R3.
           MOVE EST-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO R2-FIM.
           IF SITFUNC = "D"
              GO TO R2-FIM.
           MOVE EST-CODFUNC TO LD-CODFUNC
           MOVE NOME        TO LD-NOME
           MOVE EST-DTINI   TO LD-DTINI
           MOVE EST-DTFIM   TO LD-DTFIM
           COMPUTE W-DIASDIF = W-SERFIM - W-SERHOJE
           MOVE W-DIASDIF   TO LD-DIAS
           MOVE SPACES      TO LD-SIT
           IF EST-SITLIB = "L"
              MOVE "LIBERADA" TO LD-SIT
              ADD 1 TO W-TOTLIB.
           EVALUATE EST-MOTIVO
              WHEN "G" MOVE "GESTANTE"   TO LD-MOTIVO
                       ADD 1 TO W-TOTGEST
              WHEN "C" MOVE "CIPA"       TO LD-MOTIVO
                       ADD 1 TO W-TOTCIPA
              WHEN "A" MOVE "ACID.TRAB." TO LD-MOTIVO
                       ADD 1 TO W-TOTACID
              WHEN "S" MOVE "SINDICAL"   TO LD-MOTIVO
                       ADD 1 TO W-TOTSIND
              WHEN OTHER MOVE SPACES     TO LD-MOTIVO
           END-EVALUATE
           WRITE LINHA-REL FROM LIN-DET
           IF EST-MOTIVO = "A" AND EST-NUMCAT NOT = SPACES
              MOVE EST-NUMCAT TO LC-NUMCAT
              WRITE LINHA-REL FROM LIN-CAT.
           ADD 1 TO W-TOTGERAL.
       R2-FIM.
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
           MOVE W-TOTGEST  TO LTO-GEST
           MOVE W-TOTCIPA  TO LTO-CIPA
           MOVE W-TOTACID  TO LTO-ACID
           MOVE W-TOTSIND  TO LTO-SIND
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-TOTGERAL TO LTO-GERAL
           MOVE W-TOTLIB   TO LTO-LIB
           WRITE LINHA-REL FROM LIN-TOT2
           CLOSE CADESTAB CADFUNC RELESTAB
           DISPLAY "*** RELATORIO GERADO EM RELESTAB.TXT ***"
           DISPLAY "FUNCIONARIOS EM ESTABILIDADE : " W-TOTGERAL
           DISPLAY "PERIODO COM DATA INVALIDA    : " W-TOTINVAL.
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
