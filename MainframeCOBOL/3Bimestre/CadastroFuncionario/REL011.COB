      * GERACAO DO HOLERITE (RECIBO DE PAGAMENTO) DE CADA           *
      * FUNCIONARIO, PARA UM ANO/MES DE FOLHA, JUNTANDO O NOME DO   *
      * FUNCIONARIO (CADFUNC) AOS VALORES DA FOLHA (CADPAG).        *
      * AS LINHAS DO CALCULO (DETALHE CADPAGD) SAO DISCRIMINADAS    *
      * COM SINAL, REFERENCIA E VALOR; FOLHA ANTIGA SEM DETALHE     *
      * CAI NOS LANCAMENTOS DE CADMOV COM O SINAL DA NATUREZA DA    *
      * RUBRICA NO CATALOGO CADRUBR.                                *
      * A PARTICIPACAO NOS LUCROS (FOLHA P) SAI EM RECIBO PROPRIO,  *
      * SO COM A PLR, O IR EXCLUSIVO RETIDO E O LIQUIDO.            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *
       FD CADMOV
               LABEL RECORD IS STANDARD
          03 MOV-TIPO         PIC X(1).
          03 MOV-DESCR        PIC X(20).
          03 MOV-VALOR        PIC 9(6)V99.
      *
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
          03 RUB-COD          PIC 9(3).
          03 RUB-DESC         PIC X(20).
          03 RUB-NATUR        PIC X(1).
          03 RUB-INCINSS      PIC X(1).
          03 RUB-INCIR        PIC X(1).
          03 RUB-INCFGTS      PIC X(1).
          03 RUB-CTAEVEN      PIC 9(2).
          03 RUB-ORIGEM       PIC X(1).
      *
       FD CADPAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGD.DAT".
       01 REGPAGD.
          03 CHAVEPAGD.
             05 PAGD-CHAVEPGTO.
                07 PAGD-CODFUNC  PIC 9(5).
                07 PAGD-ANO      PIC 9(4).
                07 PAGD-MES      PIC 9(2).
                07 PAGD-TIPOFOL  PIC X(1).
             05 PAGD-EVENTO      PIC 9(3).
          03 PAGD-NATUR          PIC X(1).
          03 PAGD-DESCR          PIC X(20).
          03 PAGD-BASE           PIC 9(08)V99.
          03 PAGD-REF            PIC 9(03)V99.
          03 PAGD-VALOR          PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL011".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMDEP      PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-NDEPSF      PIC 9(02) VALUE ZEROS.
       01 W-IDADELIM    PIC 9(03) VALUE ZEROS.
       01 W-IDADEDEP    PIC S9(03) VALUE ZEROS.
          03 W-ANONASDEP PIC 9(04).
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMMOV      PIC X(01) VALUE "N".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TEMRUBR     PIC X(01) VALUE "N".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-QTDLIN      PIC 9(03) VALUE ZEROS.

       01 LIN-TITULO.
          03 LT-DESCR      PIC X(30) VALUE
             "         RECIBO DE PAGAMENTO -".
          03 LT-MES        PIC Z9.
          03 FILLER        PIC X(01) VALUE "/".
          03 LE-VALOR      PIC Z(6)9,99.
          03 FILLER        PIC X(41) VALUE SPACES.

       01 LIN-DETALHE.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LDT-SINAL     PIC X(04) VALUE SPACES.
          03 LDT-DESCR     PIC X(20) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LDT-REF       PIC ZZ9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE ":".
          03 LDT-VALOR     PIC Z(6)9,99.
          03 FILLER        PIC X(34) VALUE SPACES.

       01 LIN-DEPSF.
          03 FILLER        PIC X(26) VALUE
             "DEPENDENTES SAL.FAMILIA :".
           OPEN INPUT CADMOV
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMMOV.
       R0G.
           MOVE "S" TO W-TEMRUBR
           OPEN INPUT CADRUBR
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMRUBR.
       R0H.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
      *
      *    POSICIONA NA COMPETENCIA PELA CHAVE ALTERNATIVA ANOMES
       R0P.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    GO TO R1-FIM.
      *
       R1.
           READ CADPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R1-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              GO TO R1-FIM.
           IF TIPOFOLHA NOT = "M" AND TIPOFOLHA NOT = "F"
              AND TIPOFOLHA NOT = "C" AND TIPOFOLHA NOT = "P"
              GO TO R1.
      *
       R2.
       R3.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           IF TIPOFOLHA = "P"
              MOVE "   RECIBO DE PARTIC. LUCROS -" TO LT-DESCR
           ELSE
              MOVE "         RECIBO DE PAGAMENTO -" TO LT-DESCR.
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE NOME     TO LF-NOME
           WRITE LINHA-REL FROM LIN-FUNC
           WRITE LINHA-REL FROM LIN-BRANCO
           IF TIPOFOLHA = "P"
              MOVE "PARTIC. LUCROS (PLR) :" TO LV-LABEL
           ELSE
              MOVE "SALARIO BRUTO        :" TO LV-LABEL.
           MOVE SALBRUTO   TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VLR
           PERFORM ROT-LISTA-DET THRU ROT-LISTA-DET-FIM
           IF TIPOFOLHA = "P"
              GO TO R3P.
           IF W-QTDLIN = ZEROS AND TIPOFOLHA = "M"
              PERFORM ROT-LISTA-MOV THRU ROT-LISTA-MOV-FIM
           MOVE "(-) INSS             :" TO LV-LABEL
           MOVE INSS       TO LV-VALOR
           WRITE LINHA-REL FROM LIN-BRANCO
           ADD 1 TO W-TOTHOL
           GO TO R1.
      *
      *    RECIBO DA PLR: SEM INSS NEM SALARIO-FAMILIA; O IR E O DA
      *    TABELA EXCLUSIVA (TIPOFAIXA P)
       R3P.
           MOVE "(-) IR EXCLUSIVO PLR :" TO LV-LABEL
           MOVE IR         TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VLR
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "VALOR LIQUIDO DA PLR :" TO LV-LABEL
           MOVE SALLIQ     TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VLR
           WRITE LINHA-REL FROM LIN-BRANCO
           ADD 1 TO W-TOTHOL
           GO TO R1.
      *
       R1-FIM.
           IF W-TOTHOL NOT = ZEROS
              WRITE LINHA-REL FROM LIN-SEP.
           IF W-TEMMOV = "S"
              CLOSE CADMOV.
           IF W-TEMRUBR = "S"
              CLOSE CADRUBR.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMDEP = "S"
              CLOSE CADDEP.
           IF W-TEMPARAM = "S"
           STOP RUN.
      *
      *********************************************************
      * DISCRIMINA NO HOLERITE AS LINHAS DO CALCULO GRAVADAS   *
      * EM CADPAGD PARA A CHAVEPGTO, COM A REFERENCIA (HORAS,  *
      * DIAS OU PERCENTUAL). INSS, IR E SALARIO-FAMILIA SAEM   *
      * NOS TOTAIS ABAIXO; O FGTS E SO INFORMATIVO (=).        *
      *********************************************************
       ROT-LISTA-DET.
           MOVE ZEROS TO W-QTDLIN
           IF W-TEMPAGD NOT = "S"
              GO TO ROT-LISTA-DET-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE ZEROS     TO PAGD-EVENTO
           START CADPAGD KEY IS NOT LESS CHAVEPAGD
                 INVALID KEY
                    GO TO ROT-LISTA-DET-FIM.
       ROT-LISTA-DET-RD.
           READ CADPAGD NEXT RECORD
                AT END
                   GO TO ROT-LISTA-DET-FIM
           END-READ
           IF PAGD-CHAVEPGTO NOT = CHAVEPGTO
              GO TO ROT-LISTA-DET-FIM.
           ADD 1 TO W-QTDLIN
           IF PAGD-EVENTO = 900 OR PAGD-EVENTO = 910
              OR PAGD-EVENTO = 915 OR PAGD-EVENTO = 020
              GO TO ROT-LISTA-DET-RD.
           IF PAGD-NATUR = "P"
              MOVE "(+) " TO LDT-SINAL
           ELSE
              IF PAGD-NATUR = "I"
                 MOVE "(=) " TO LDT-SINAL
              ELSE
                 MOVE "(-) " TO LDT-SINAL.
           MOVE PAGD-DESCR TO LDT-DESCR
           MOVE PAGD-REF   TO LDT-REF
           MOVE PAGD-VALOR TO LDT-VALOR
           WRITE LINHA-REL FROM LIN-DETALHE
           GO TO ROT-LISTA-DET-RD.
       ROT-LISTA-DET-FIM.
           EXIT.
      *
      *********************************************************
      * DISCRIMINA NO HOLERITE OS LANCAMENTOS DE CADMOV DA     *
      * COMPETENCIA (HORAS EXTRAS, ANUENIO, ADIANTAMENTO,      *
      * DESCONTOS...) JA EMBUTIDOS NO BRUTO/LIQUIDO            *
           IF MOV-CODFUNC NOT = FUNC-COD
              OR MOV-ANO NOT = W-ANOPROC OR MOV-MES NOT = W-MESPROC
              GO TO ROT-LISTA-MOV-FIM.
           MOVE MOV-DESCR TO LE-DESCR
           IF W-TEMRUBR = "S"
              MOVE MOV-EVENTO TO RUB-COD
              READ CADRUBR
              IF ST-ERRO7 = "00"
                 GO TO ROT-LISTA-MOV-RUB.
           IF MOV-TIPO = "P"
              MOVE "(+) " TO LE-SINAL
           ELSE
              MOVE "(-) " TO LE-SINAL.
           GO TO ROT-LISTA-MOV-WR.
       ROT-LISTA-MOV-RUB.
           IF RUB-NATUR = "P"
              MOVE "(+) " TO LE-SINAL
           ELSE
              MOVE "(-) " TO LE-SINAL.
           IF MOV-DESCR = SPACES
              MOVE RUB-DESC TO LE-DESCR.
       ROT-LISTA-MOV-WR.
           MOVE MOV-VALOR TO LE-VALOR
           WRITE LINHA-REL FROM LIN-EVENTO
           GO TO ROT-LISTA-MOV-RD.
       ROT-CONTA-DEPSF.
           MOVE ZEROS TO W-NDEPSF
           MOVE 14 TO W-IDADELIM
           MOVE 005 TO W-PARAMCOD
           COMPUTE W-PARAMCOMP = (W-ANOPROC * 100) + W-MESPROC
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0
              MOVE W-PARAMVLR TO W-IDADELIM.
           IF W-TEMDEP NOT = "S"
              MOVE NDEPS TO W-NDEPSF
              GO TO ROT-CONTA-DEPSF-FIM.
           GO TO ROT-CONTA-DEPSF-RD.
       ROT-CONTA-DEPSF-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO5 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
