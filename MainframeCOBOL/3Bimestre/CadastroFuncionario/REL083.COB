       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL083.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EPI PENDENTES POR AREA EM RELEPI.TXT - NUMA DATA DE         *
      * REFERENCIA, PARA CADA FUNCIONARIO NAO DESLIGADO DE CARGO    *
      * COM ADICIONAL EM CADADIC, CONFERE OS ITENS OBRIGATORIOS DO  *
      * CARGO (CADEPIC) CONTRA AS ENTREGAS NAO DEVOLVIDAS (CADEPIE):*
      * A ENTREGA VALE ATE A DATA DELA MAIS A VIDA UTIL DO ITEM     *
      * (CADEPI). SAEM OS ITENS SEM ENTREGA (FALTANDO), COM TODAS   *
      * AS ENTREGAS VENCIDAS (VENCIDO) E COM QUANTIDADE VALIDA      *
      * ABAIXO DA EXIGIDA (QTD INSUF), COM O SUBTOTAL DA AREA E O   *
      * TOTAL GERAL POR SITUACAO. A ORDEM POR AREA VEM DA CHAVE     *
      * ALTERNATIVA CODAREA DO CADFUNC.                             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEPIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIE
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
           SELECT CADADIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADIC-CARGO
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADEPIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIC
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-COD
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT RELEPI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIE.DAT".
       01 REGEPIE.
          03 CHAVEEPIE.
             05 ENT-CODFUNC   PIC 9(5).
             05 ENT-SEQ       PIC 9(3).
          03 ENT-EPI          PIC 9(3).
          03 ENT-DTENTR       PIC 9(8).
          03 ENT-QTD          PIC 9(3).
          03 ENT-DEVOL        PIC X(1).
          03 ENT-DTDEVOL      PIC 9(8).
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
       FD CADADIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADIC.DAT".
       01 REGADIC.
          03 ADIC-CARGO       PIC 9(5).
          03 ADIC-TIPO        PIC X(1).
          03 ADIC-GRAU        PIC 9(1).
          03 ADIC-PCT         PIC 9(3).
      *
       FD CADEPIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIC.DAT".
       01 REGEPIC.
          03 CHAVEEPIC.
             05 EPC-CARGO     PIC 9(5).
             05 EPC-EPI       PIC 9(3).
          03 EPC-QTD          PIC 9(2).
      *
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
          03 EPI-COD          PIC 9(3).
          03 EPI-DESC         PIC X(30).
          03 EPI-CA           PIC X(10).
          03 EPI-VIDA         PIC 9(4).
      *
       FD RELEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEPI.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL083".
       01 W-SPARQ       PIC X(14) VALUE "RELEPI.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-TEMEPIE     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMEPC      PIC X(01) VALUE "N".
       01 W-DTREF       PIC 9(08) VALUE ZEROS.
       01 W-SERREF      PIC 9(07) VALUE ZEROS.
       01 W-SERVENC     PIC 9(07) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-TEMAREAANT  PIC X(01) VALUE "N".
       01 W-SITEPI      PIC X(01) VALUE SPACES.
       01 W-QTDVALIDA   PIC 9(05) VALUE ZEROS.
       01 W-TEMENTREGA  PIC X(01) VALUE "N".
       01 W-ULTAMD      PIC 9(08) VALUE ZEROS.
       01 W-ULTDTENTR   PIC 9(08) VALUE ZEROS.
       01 W-SUBPEND     PIC 9(05) VALUE ZEROS.
       01 W-TOTFALTA    PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(05) VALUE ZEROS.
       01 W-TOTINSUF    PIC 9(05) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(05) VALUE ZEROS.
       01 W-QTDITENS    PIC 9(05) VALUE ZEROS.
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
          03 FILLER        PIC X(32) VALUE
             "*** EPI PENDENTES POR AREA - EM ".
          03 LT-DTREF      PIC 99/99/9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(34) VALUE SPACES.
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
          03 FILLER        PIC X(26) VALUE "NOME".
          03 FILLER        PIC X(25) VALUE "EPI".
          03 FILLER        PIC X(11) VALUE "ULT.ENTREG".
          03 FILLER        PIC X(10) VALUE "SITUACAO".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-EPI        PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DESC       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTENTR     PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(10).

       01 LIN-SUB.
          03 FILLER        PIC X(12) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE
             "ITENS PENDENTES DA AREA".
          03 LS-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(33) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(12) VALUE SPACES.
          03 LTT-DESC      PIC X(30).
          03 LTT-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(33) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** EPI PENDENTES POR AREA ***"
           DISPLAY "DATA DE REFERENCIA (DDMMAAAA, 0 = HOJE) : "
                   WITH NO ADVANCING
           ACCEPT W-DTREF
           IF W-DTREF = ZEROS
              ACCEPT W-DTAMD8 FROM DATE YYYYMMDD
              MOVE W-DIAA TO W-DIAD
              MOVE W-MESA TO W-MESD
              MOVE W-ANOA TO W-ANOD
              MOVE W-DTDMA8 TO W-DTREF.
           MOVE W-DTREF TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              DISPLAY "DATA DE REFERENCIA INVALIDA"
              GO TO ROT-FIM2.
           MOVE W-SRSERIAL TO W-SERREF.
       R0A.
           OPEN INPUT CADADIC
           IF ST-ERRO5 NOT = "00"
              DISPLAY "CADADIC NAO ENCONTRADO - NENHUM CARGO COM "
                      "ADICIONAL"
              GO TO ROT-FIM2.
           OPEN INPUT CADEPIC
           IF ST-ERRO6 NOT = "00"
              DISPLAY "LISTA DE EPI POR CARGO NAO CADASTRADA - RODE "
                      "O CADEPIC"
              CLOSE CADADIC
              GO TO ROT-FIM2.
           OPEN INPUT CADEPI
           IF ST-ERRO7 NOT = "00"
              DISPLAY "CATALOGO DE EPI NAO CADASTRADO - RODE O CADEPI"
              CLOSE CADADIC CADEPIC
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADADIC CADEPIC CADEPI
              GO TO ROT-FIM2.
      *    SEM O CADEPIE NENHUM EPI FOI ENTREGUE - TUDO FALTANDO
           MOVE "S" TO W-TEMEPIE
           OPEN INPUT CADEPIE
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEMEPIE.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELEPI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELEPI.TXT"
              CLOSE CADADIC CADEPIC CADEPI CADFUNC
              GO TO ROT-FIM2.
           MOVE W-DTREF TO LT-DTREF
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * CADFUNC NA ORDEM DA AREA; PARA CADA FUNCIONARIO NAO    *
      * DESLIGADO DE CARGO COM ADICIONAL, OS ITENS DO CARGO    *
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
           IF W-QTDITENS = ZEROS
              MOVE "     NENHUM EPI PENDENTE NA DATA" TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "FUNCIONARIOS CONFERIDOS" TO LTT-DESC
           MOVE W-TOTFUNC TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ITENS FALTANDO" TO LTT-DESC
           MOVE W-TOTFALTA TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ITENS VENCIDOS" TO LTT-DESC
           MOVE W-TOTVENC TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "ITENS COM QUANTIDADE INSUF." TO LTT-DESC
           MOVE W-TOTINSUF TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOT
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
           MOVE CODCARGO TO ADIC-CARGO
           READ CADADIC
           IF ST-ERRO5 NOT = "00"
              GO TO R2-FIM.
           ADD 1 TO W-TOTFUNC
           MOVE CODCARGO TO EPC-CARGO
           MOVE ZEROS    TO EPC-EPI
           START CADEPIC KEY IS NOT LESS CHAVEEPIC
                 INVALID KEY
                    GO TO R2-FIM.
           MOVE "N" TO W-FIMEPC
           PERFORM R2A THRU R2A-FIM UNTIL W-FIMEPC = "S".
       R2-FIM.
           EXIT.
      *
      *    UM ITEM OBRIGATORIO DO CARGO
       R2A.
           READ CADEPIC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMEPC
                  GO TO R2A-FIM
           END-READ
           IF ST-ERRO6 NOT = "00" OR EPC-CARGO NOT = CODCARGO
              MOVE "S" TO W-FIMEPC
              GO TO R2A-FIM.
           MOVE EPC-EPI TO EPI-COD
           READ CADEPI
           IF ST-ERRO7 NOT = "00"
              MOVE SPACES TO EPI-DESC
              MOVE ZEROS TO EPI-VIDA.
           PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
           IF W-SITEPI = "O"
              GO TO R2A-FIM.
           IF W-TEMAREAANT = "S" AND CODAREA NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           IF W-TEMAREAANT NOT = "S"
              PERFORM ROT-CAB-AREA THRU ROT-CAB-AREA-FIM.
           MOVE CODFUNC    TO LD-FUNC
           MOVE NOME       TO LD-NOME
           MOVE EPC-EPI    TO LD-EPI
           MOVE EPI-DESC   TO LD-DESC
           MOVE W-ULTDTENTR TO LD-DTENTR
           EVALUATE W-SITEPI
              WHEN "F"
                 MOVE "FALTANDO"  TO LD-SIT
                 ADD 1 TO W-TOTFALTA
              WHEN "V"
                 MOVE "VENCIDO"   TO LD-SIT
                 ADD 1 TO W-TOTVENC
              WHEN OTHER
                 MOVE "QTD INSUF" TO LD-SIT
                 ADD 1 TO W-TOTINSUF
           END-EVALUATE
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-SUBPEND W-QTDITENS.
       R2A-FIM.
           EXIT.
      *
      *********************************************************
      * ENTREGAS NAO DEVOLVIDAS DO ITEM AO FUNCIONARIO: SOMA A *
      * QUANTIDADE AINDA DENTRO DA VIDA UTIL NA DATA DE        *
      * REFERENCIA. W-SITEPI: O = OK, F = NENHUMA ENTREGA,     *
      * V = SO ENTREGAS VENCIDAS, Q = QUANTIDADE INSUFICIENTE  *
      *********************************************************
       ROT-CONFERE.
           MOVE ZEROS TO W-QTDVALIDA W-ULTAMD W-ULTDTENTR
           MOVE "N" TO W-TEMENTREGA
           IF W-TEMEPIE NOT = "S"
              GO TO ROT-CONFERE-SIT.
           MOVE CODFUNC TO ENT-CODFUNC
           MOVE ZEROS   TO ENT-SEQ
           START CADEPIE KEY IS NOT LESS CHAVEEPIE
                 INVALID KEY
                    GO TO ROT-CONFERE-SIT.
       ROT-CONFERE-RD.
           READ CADEPIE NEXT RECORD
                AT END
                   GO TO ROT-CONFERE-SIT
           END-READ
           IF ST-ERRO NOT = "00" OR ENT-CODFUNC NOT = CODFUNC
              GO TO ROT-CONFERE-SIT.
           IF ENT-EPI NOT = EPC-EPI OR ENT-DEVOL = "S"
              GO TO ROT-CONFERE-RD.
           MOVE ENT-DTENTR TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              GO TO ROT-CONFERE-RD.
           MOVE "S" TO W-TEMENTREGA
           IF W-DTAMD8 > W-ULTAMD
              MOVE W-DTAMD8   TO W-ULTAMD
              MOVE ENT-DTENTR TO W-ULTDTENTR.
           COMPUTE W-SERVENC = W-SRSERIAL + EPI-VIDA
           IF W-SERVENC NOT < W-SERREF
              ADD ENT-QTD TO W-QTDVALIDA.
           GO TO ROT-CONFERE-RD.
       ROT-CONFERE-SIT.
           MOVE "O" TO W-SITEPI
           IF W-QTDVALIDA NOT < EPC-QTD
              GO TO ROT-CONFERE-FIM.
           IF W-TEMENTREGA NOT = "S"
              MOVE "F" TO W-SITEPI
              GO TO ROT-CONFERE-FIM.
           IF W-QTDVALIDA = ZEROS
              MOVE "V" TO W-SITEPI
           ELSE
              MOVE "Q" TO W-SITEPI.
       ROT-CONFERE-FIM.
           EXIT.
      *
      *    CABECALHO DA AREA
       ROT-CAB-AREA.
           MOVE "S"     TO W-TEMAREAANT
           MOVE CODAREA TO W-AREAANT
           MOVE ZEROS   TO W-SUBPEND
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
           MOVE W-SUBPEND TO LS-QTD
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
           CLOSE CADADIC CADEPIC CADEPI CADFUNC RELEPI
           IF W-TEMEPIE = "S"
              CLOSE CADEPIE.
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELEPI.TXT ***"
           DISPLAY "ITENS PENDENTES : " W-QTDITENS.
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
