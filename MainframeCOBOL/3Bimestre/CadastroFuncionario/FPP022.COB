       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP022.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PAGAMENTO DO LIQUIDO EM CHEQUE E EM DINHEIRO, PARA UM       *
      * ANO/MES DE FOLHA APROVADO (CADCOMP P OU G) E UMA EMPRESA.   *
      * ENTRAM AS FOLHAS M, F, C E P DE CADPAG DOS FUNCIONARIOS:    *
      *   - COM FORMA Q (CHEQUE) OU D (DINHEIRO) NO CADFPAG;        *
      *   - PAGOS EM CONTA/CHAVE CUJO CREDITO VOLTOU REJEITADO      *
      *     (CADCONF R, RETORNO DO REL025) OU QUE NAO TEM CONTA     *
      *     NEM CHAVE - PELA FORMA INFORMADA NA PARTIDA.            *
      * CHEQUE: NUMERA EM SEQUENCIA NO REGISTRO CADCHEQ E IMPRIME   *
      * A LISTA PARA ASSINATURA (RELCHEQ.TXT).                      *
      * DINHEIRO: IMPRIME A LISTA DE ENVELOPES COM A COMPOSICAO EM  *
      * CEDULAS E MOEDAS DE CADA FUNCIONARIO E O TOTAL DO SAQUE     *
      * BANCARIO POR DENOMINACAO (RELENVL.TXT).                     *
      * CADA CREDITO EMITIDO FICA EM CADCONF COM SITCONF "E"        *
      * (EMITIDO) - O REL009 NAO O REMETE MAIS E ESTA ROTINA NAO    *
      * O EMITE DE NOVO; A BAIXA PARA "P" (PAGO) OU "N" (NAO        *
      * RETIRADO) E FEITA NO CADBXPG.                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOMP
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADCONF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONF
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADFPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODFUNC
                    FILE STATUS  IS ST-FPG.
      *
           SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHV-CODFUNC
                    FILE STATUS  IS ST-CHV.
      *
           SELECT CADCHEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUM
                    FILE STATUS  IS ST-CHQ
                    ALTERNATE RECORD KEY IS CHQ-CHAVEFOL
                                         WITH DUPLICATES.
      *
           SELECT RELCHEQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELENVL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR            PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
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
       FD CADCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
          03 CHAVECOMP.
             05 COMP-ANO   PIC 9(4).
             05 COMP-MES   PIC 9(2).
          03 SITCOMP       PIC X(1).
          03 DTSITCOMP     PIC 9(8).
          03 CONFCONTA     PIC X(1).
      *
       FD CADCONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONF.DAT".
       01 REGCONF.
          03 CHAVECONF.
             05 CONF-CODFUNC   PIC 9(5).
             05 CONF-ANO       PIC 9(4).
             05 CONF-MES       PIC 9(2).
             05 CONF-TIPOFOLHA PIC X(1).
          03 SITCONF           PIC X(1).
          03 MOTIVOREJ         PIC X(30).
          03 DTRETORNO         PIC 9(8).
      *
       FD CADFPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPAG.DAT".
       01 REGFPG.
          03 FPG-CODFUNC      PIC 9(5).
          03 FPG-FORMA        PIC X(1).
          03 FPG-DTALT        PIC 9(8).
      *
       FD CADCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAVE.DAT".
       01 REGCHV.
          03 CHV-CODFUNC      PIC 9(5).
          03 CHV-TIPO         PIC X(1).
          03 CHV-VALOR        PIC X(35).
          03 CHV-USAR         PIC X(1).
      *
       FD CADCHEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEQ.DAT".
       01 REGCHQ.
          03 CHQ-NUM           PIC 9(6).
          03 CHQ-CHAVEFOL.
             05 CHQ-CODFUNC    PIC 9(5).
             05 CHQ-ANO        PIC 9(4).
             05 CHQ-MES        PIC 9(2).
             05 CHQ-TIPOFOLHA  PIC X(1).
          03 CHQ-EMP           PIC 9(2).
          03 CHQ-VALOR         PIC 9(06)V99.
          03 CHQ-DTEMIS        PIC 9(8).
          03 CHQ-SIT           PIC X(1).
          03 CHQ-DTSIT         PIC 9(8).
      *
       FD RELCHEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCHEQ.TXT".
       01 LINHA-CHQ PIC X(100).
      *
       FD RELENVL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELENVL.TXT".
       01 LINHA-ENV PIC X(100).
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
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 W-SPRELID     PIC X(06) VALUE "FPP022".
       01 W-SPARQ       PIC X(14) VALUE "RELCHEQ.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-FPG        PIC X(02) VALUE "00".
       01 ST-CHV        PIC X(02) VALUE "00".
       01 ST-CHQ        PIC X(02) VALUE "00".
       01 W-TEMFPG      PIC X(01) VALUE "N".
       01 W-TEMCHV      PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-EMPFILTRO   PIC 9(02) VALUE ZEROS.
       01 W-FORMAREJ    PIC X(01) VALUE SPACE.
       01 W-FORMAPG     PIC X(01) VALUE SPACE.
       01 W-FORMAUSO    PIC X(01) VALUE SPACE.
       01 W-CONFACH     PIC X(01) VALUE "N".
       01 W-SITCONFACH  PIC X(01) VALUE SPACE.
       01 W-PRIMCHEQ    PIC 9(06) VALUE ZEROS.
       01 W-ULTCHEQ     PIC 9(06) VALUE ZEROS.
       01 W-PROXCHEQ    PIC 9(06) VALUE ZEROS.
       01 W-EMITIU      PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TOTCHEQ     PIC 9(06) VALUE ZEROS.
       01 W-VALCHEQ     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTENV      PIC 9(06) VALUE ZEROS.
       01 W-VALENV      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTJAEMIT   PIC 9(06) VALUE ZEROS.
       01 W-TOTFORA     PIC 9(06) VALUE ZEROS.
       01 W-RESTO       PIC 9(08) VALUE ZEROS.
       01 W-IDN         PIC 9(02) VALUE ZEROS.
       01 W-VALDEN      PIC 9(09)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-MOTCHQ.
          03 FILLER        PIC X(10) VALUE "CHEQUE NR ".
          03 W-MOTCHQNUM   PIC 9(06).
          03 FILLER        PIC X(14) VALUE SPACES.

      *    CEDULAS E MOEDAS EM CENTAVOS, DA MAIOR PARA A MENOR
       01 W-TABDENV.
          03 FILLER        PIC 9(05) VALUE 20000.
          03 FILLER        PIC 9(05) VALUE 10000.
          03 FILLER        PIC 9(05) VALUE 05000.
          03 FILLER        PIC 9(05) VALUE 02000.
          03 FILLER        PIC 9(05) VALUE 01000.
          03 FILLER        PIC 9(05) VALUE 00500.
          03 FILLER        PIC 9(05) VALUE 00200.
          03 FILLER        PIC 9(05) VALUE 00100.
          03 FILLER        PIC 9(05) VALUE 00050.
          03 FILLER        PIC 9(05) VALUE 00025.
          03 FILLER        PIC 9(05) VALUE 00010.
          03 FILLER        PIC 9(05) VALUE 00005.
          03 FILLER        PIC 9(05) VALUE 00001.
       01 W-TABDEN REDEFINES W-TABDENV.
          03 W-DEN         PIC 9(05) OCCURS 13.
       01 W-TABQTD.
          03 W-QTD         PIC 9(05) OCCURS 13.
       01 W-TABTOT.
          03 W-TOTQTD      PIC 9(06) OCCURS 13.

       01 LIN-TITCHQ.
          03 FILLER        PIC X(50) VALUE
             "*** PAGAMENTO EM CHEQUE - LISTA PARA ASSINATURA - ".
          03 LTC-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTC-ANO       PIC 9(4).
          03 FILLER        PIC X(10) VALUE " - EMPRESA".
          03 LTC-EMP       PIC Z9.
          03 FILLER        PIC X(31) VALUE " ***".
       01 LIN-CABCHQ.
          03 FILLER        PIC X(08) VALUE "CHEQUE  ".
          03 FILLER        PIC X(08) VALUE "CODIGO  ".
          03 FILLER        PIC X(37) VALUE "NOME".
          03 FILLER        PIC X(11) VALUE "FOLHA".
          03 FILLER        PIC X(36) VALUE "     VALOR".
       01 LIN-DETCHQ.
          03 LDC-NUM       PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDC-COD       PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LDC-NOME      PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDC-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LDC-ANO       PIC 9(4).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LDC-TIPO      PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDC-VALOR     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LIN-ASSIN.
          03 FILLER        PIC X(16) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE
             "RECEBIDO EM ____/____/______  ".
          03 FILLER        PIC X(54) VALUE
             "ASSINATURA: ______________________________".
       01 LIN-TOTCHQ.
          03 FILLER        PIC X(22) VALUE "CHEQUES EMITIDOS   : ".
          03 LTQ-QTD       PIC Z(5)9.
          03 FILLER        PIC X(12) VALUE "   VALOR : ".
          03 LTQ-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(46) VALUE SPACES.
       01 LIN-FAIXACHQ.
          03 FILLER        PIC X(22) VALUE "NUMERACAO UTILIZADA: ".
          03 LFQ-PRIM      PIC 9(06).
          03 FILLER        PIC X(03) VALUE " A ".
          03 LFQ-ULT       PIC 9(06).
          03 FILLER        PIC X(63) VALUE SPACES.

       01 LIN-TITENV.
          03 FILLER        PIC X(50) VALUE
             "*** PAGAMENTO EM DINHEIRO - ENVELOPES - ".
          03 LTE-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTE-ANO       PIC 9(4).
          03 FILLER        PIC X(10) VALUE " - EMPRESA".
          03 LTE-EMP       PIC Z9.
          03 FILLER        PIC X(31) VALUE " ***".
       01 LIN-CABENV.
          03 FILLER        PIC X(08) VALUE "CODIGO  ".
          03 FILLER        PIC X(37) VALUE "NOME".
          03 FILLER        PIC X(11) VALUE "FOLHA".
          03 FILLER        PIC X(44) VALUE "     VALOR".
       01 LIN-CABDEN.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 FILLER        PIC X(35) VALUE
             "  200  100   50   20   10    5    2".
          03 FILLER        PIC X(30) VALUE
             " 1,00 0,50 0,25 0,10 0,05 0,01".
          03 FILLER        PIC X(27) VALUE SPACES.
       01 LIN-DETENV.
          03 LDE-COD       PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LDE-NOME      PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDE-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LDE-ANO       PIC 9(4).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LDE-TIPO      PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LDE-VALOR     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(34) VALUE SPACES.
       01 LIN-QTDENV.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 LQE-QTD       PIC Z(5) OCCURS 13.
          03 FILLER        PIC X(27) VALUE SPACES.
       01 LIN-TITSAQ.
          03 FILLER        PIC X(50) VALUE
             "*** SAQUE BANCARIO POR DENOMINACAO ***".
          03 FILLER        PIC X(50) VALUE SPACES.
       01 LIN-DETSAQ.
          03 LDS-TIPO      PIC X(08).
          03 LDS-DEN       PIC ZZ9,99.
          03 FILLER        PIC X(08) VALUE "   QTD: ".
          03 LDS-QTD       PIC Z(5)9.
          03 FILLER        PIC X(10) VALUE "   VALOR: ".
          03 LDS-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(48) VALUE SPACES.
       01 LIN-TOTENV.
          03 FILLER        PIC X(22) VALUE "ENVELOPES           : ".
          03 LTE-QTD       PIC Z(5)9.
          03 FILLER        PIC X(12) VALUE "   VALOR : ".
          03 LTE-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** PAGAMENTO EM CHEQUE E DINHEIRO ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "EMPRESA (PADRAO 01) : " WITH NO ADVANCING
           ACCEPT W-EMPFILTRO
           IF W-EMPFILTRO = ZEROS
              MOVE 01 TO W-EMPFILTRO.
      *    OS CREDITOS EM CONTA/CHAVE REJEITADOS PELO BANCO E OS
      *    FUNCIONARIOS SEM CONTA NEM CHAVE SAEM PELA FORMA
      *    ESCOLHIDA AQUI; "N" DEIXA-OS PARA O REENVIO DO REL009
       R0R.
           DISPLAY "REJEITADOS E SEM CONTA: Q=CHEQUE D=DINHEIRO "
                   "N=NAO PAGAR (PADRAO Q) : " WITH NO ADVANCING
           ACCEPT W-FORMAREJ
           IF W-FORMAREJ = SPACE
              MOVE "Q" TO W-FORMAREJ.
           IF W-FORMAREJ NOT = "Q" AND W-FORMAREJ NOT = "D"
              AND W-FORMAREJ NOT = "N"
              DISPLAY "OPCAO DEVE SER Q, D OU N"
              GO TO R0R.
      *
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
      *********************************************************
      * CONTROLE DE COMPETENCIA: SO PAGA FOLHA APROVADA (P)    *
      * PELA CONFERENCIA REL010 OU JA PAGA (G) PELA REMESSA    *
      *********************************************************
       R0A0.
           OPEN INPUT CADCOMP
           IF ST-ERRO7 NOT = "00"
              DISPLAY "CONTROLE DE COMPETENCIA (CADCOMP) NAO "
                      "ENCONTRADO - GERE E APROVE A FOLHA ANTES"
              GO TO ROT-FIM-ERRO.
           MOVE W-ANOPROC TO COMP-ANO
           MOVE W-MESPROC TO COMP-MES
           READ CADCOMP
           IF ST-ERRO7 NOT = "00"
              DISPLAY "COMPETENCIA SEM CONTROLE EM CADCOMP - "
                      "GERE E APROVE A FOLHA ANTES"
              CLOSE CADCOMP
              GO TO ROT-FIM-ERRO.
           IF SITCOMP NOT = "P" AND SITCOMP NOT = "G"
              DISPLAY "COMPETENCIA NAO APROVADA (REL010) - "
                      "PAGAMENTO NAO EMITIDO"
              CLOSE CADCOMP
              GO TO ROT-FIM-ERRO.
           CLOSE CADCOMP.
       R0A.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO ROT-FIM-ERRO.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADPAG
              GO TO ROT-FIM-ERRO.
       R0C.
           OPEN I-O CADCONF
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADCONF
                 CLOSE CADCONF
                 OPEN I-O CADCONF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONF"
                 CLOSE CADPAG CADFUNC
                 GO TO ROT-FIM-ERRO.
       R0D.
           OPEN I-O CADCHEQ
           IF ST-CHQ NOT = "00"
              IF ST-CHQ = "30"
                 OPEN OUTPUT CADCHEQ
                 CLOSE CADCHEQ
                 OPEN I-O CADCHEQ
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCHEQ"
                 CLOSE CADPAG CADFUNC CADCONF
                 GO TO ROT-FIM-ERRO.
       R0E.
           MOVE "S" TO W-TEMFPG
           OPEN INPUT CADFPAG
           IF ST-FPG NOT = "00"
              MOVE "N" TO W-TEMFPG.
           MOVE "S" TO W-TEMCHV
           OPEN INPUT CADCHAVE
           IF ST-CHV NOT = "00"
              MOVE "N" TO W-TEMCHV.
      *
      *********************************************************
      * NUMERACAO DOS CHEQUES: CONTINUA DO ULTIMO NUMERO DO    *
      * REGISTRO, OU A PARTIR DO INFORMADO (NOVO TALAO), QUE   *
      * NAO PODE SER MENOR OU IGUAL AO ULTIMO JA USADO         *
      *********************************************************
       R0F.
           MOVE ZEROS TO W-ULTCHEQ CHQ-NUM
           START CADCHEQ KEY IS NOT LESS CHQ-NUM
                 INVALID KEY GO TO R0G.
       R0F-RD.
           READ CADCHEQ NEXT RECORD
               AT END
                  GO TO R0G
           END-READ
           IF ST-CHQ NOT = "00"
              GO TO R0G.
           MOVE CHQ-NUM TO W-ULTCHEQ
           GO TO R0F-RD.
       R0G.
           DISPLAY "ULTIMO CHEQUE DO REGISTRO : " W-ULTCHEQ
           DISPLAY "PRIMEIRO CHEQUE (0 = CONTINUAR) : "
                   WITH NO ADVANCING
           ACCEPT W-PRIMCHEQ
           IF W-PRIMCHEQ = ZEROS
              COMPUTE W-PROXCHEQ = W-ULTCHEQ + 1
           ELSE
              IF W-PRIMCHEQ NOT > W-ULTCHEQ
                 DISPLAY "NUMERO JA UTILIZADO NO REGISTRO DE CHEQUES"
                 GO TO R0G
              ELSE
                 MOVE W-PRIMCHEQ TO W-PROXCHEQ.
           MOVE W-PROXCHEQ TO W-PRIMCHEQ
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       R0H.
           OPEN OUTPUT RELCHEQ
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELCHEQ.TXT"
              PERFORM ROT-FECHA THRU ROT-FECHA-FIM
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT RELENVL
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELENVL.TXT"
              CLOSE RELCHEQ
              PERFORM ROT-FECHA THRU ROT-FECHA-FIM
              GO TO ROT-FIM-ERRO.
           MOVE W-MESPROC   TO LTC-MES LTE-MES
           MOVE W-ANOPROC   TO LTC-ANO LTE-ANO
           MOVE W-EMPFILTRO TO LTC-EMP LTE-EMP
           WRITE LINHA-CHQ FROM LIN-TITCHQ
           WRITE LINHA-CHQ FROM LIN-BRANCO
           WRITE LINHA-CHQ FROM LIN-CABCHQ
           WRITE LINHA-CHQ FROM LIN-BRANCO
           WRITE LINHA-ENV FROM LIN-TITENV
           WRITE LINHA-ENV FROM LIN-BRANCO
           WRITE LINHA-ENV FROM LIN-CABENV
           WRITE LINHA-ENV FROM LIN-CABDEN
           WRITE LINHA-ENV FROM LIN-BRANCO
           MOVE ZEROS TO W-TABTOT.
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
               AT END
                  GO TO R1-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R1-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              GO TO R1-FIM.
           IF TIPOFOLHA NOT = "M" AND TIPOFOLHA NOT = "F"
              AND TIPOFOLHA NOT = "C" AND TIPOFOLHA NOT = "P"
              GO TO R1.
           IF EMPPAG NOT = W-EMPFILTRO OR SALLIQ = ZEROS
              GO TO R1.
      *
      *    CREDITO JA CONFIRMADO PELO BANCO OU JA EMITIDO EM
      *    CHEQUE/DINHEIRO NAO E EMITIDO DE NOVO
       R1A.
           PERFORM ROT-CHK-CONF THRU ROT-CHK-CONF-FIM
           IF W-CONFACH = "S" AND W-SITCONFACH = "C"
              GO TO R1.
           IF W-CONFACH = "S"
              AND (W-SITCONFACH = "E" OR W-SITCONFACH = "P"
                   OR W-SITCONFACH = "N")
              ADD 1 TO W-TOTJAEMIT
              GO TO R1.
       R2.
           MOVE FUNC-COD TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "FUNCIONARIO " FUNC-COD " NAO CADASTRADO - "
                      "PULADO"
              GO TO R1.
           PERFORM ROT-CHK-FPAG THRU ROT-CHK-FPAG-FIM
           IF W-FORMAPG = "Q" OR W-FORMAPG = "D"
              MOVE W-FORMAPG TO W-FORMAUSO
              GO TO R3.
      *    CONTA OU CHAVE: SO ENTRA SE O CREDITO VOLTOU REJEITADO
      *    OU SE NAO HA COMO CREDITAR (MESMA ESCOLHA DO REL009)
           IF W-CONFACH = "S" AND W-SITCONFACH = "R"
              GO TO R2A.
           IF W-TEMCHV = "S" AND W-FORMAPG NOT = "C"
              MOVE FUNC-COD TO CHV-CODFUNC
              READ CADCHAVE
              IF ST-CHV = "00"
                 AND (CHV-USAR = "S" OR W-FORMAPG = "K")
                 GO TO R1.
           IF BANCO NOT = ZEROS
              GO TO R1.
       R2A.
           IF W-FORMAREJ = "N"
              ADD 1 TO W-TOTFORA
              GO TO R1.
           MOVE W-FORMAREJ TO W-FORMAUSO.
      *
       R3.
           IF W-FORMAUSO = "Q"
              PERFORM ROT-CHEQUE THRU ROT-CHEQUE-FIM
           ELSE
              PERFORM ROT-ENVELOPE THRU ROT-ENVELOPE-FIM.
           IF W-EMITIU = "S"
              PERFORM ROT-GRAVA-CONF THRU ROT-GRAVA-CONF-FIM.
           GO TO R1.
      *
       R1-FIM.
           WRITE LINHA-CHQ FROM LIN-BRANCO
           MOVE W-TOTCHEQ TO LTQ-QTD
           MOVE W-VALCHEQ TO LTQ-VALOR
           WRITE LINHA-CHQ FROM LIN-TOTCHQ
           IF W-TOTCHEQ > ZEROS
              MOVE W-PRIMCHEQ TO LFQ-PRIM
              COMPUTE LFQ-ULT = W-PROXCHEQ - 1
              WRITE LINHA-CHQ FROM LIN-FAIXACHQ.
           WRITE LINHA-ENV FROM LIN-BRANCO
           MOVE W-TOTENV TO LTE-QTD
           MOVE W-VALENV TO LTE-VALOR
           WRITE LINHA-ENV FROM LIN-TOTENV
           WRITE LINHA-ENV FROM LIN-BRANCO
           WRITE LINHA-ENV FROM LIN-TITSAQ
           WRITE LINHA-ENV FROM LIN-BRANCO
           PERFORM ROT-SAQUE THRU ROT-SAQUE-FIM
                   VARYING W-IDN FROM 1 BY 1 UNTIL W-IDN > 13.
      *
       ROT-FIM.
           PERFORM ROT-FECHA THRU ROT-FECHA-FIM
           CLOSE RELCHEQ RELENVL
           DISPLAY "*** LISTAS GERADAS EM RELCHEQ.TXT E "
                   "RELENVL.TXT ***"
           DISPLAY "CHEQUES EMITIDOS         : " W-TOTCHEQ
           DISPLAY "VALOR EM CHEQUES         : " W-VALCHEQ
           DISPLAY "ENVELOPES EM DINHEIRO    : " W-TOTENV
           DISPLAY "VALOR EM DINHEIRO        : " W-VALENV
           DISPLAY "JA EMITIDOS, FORA        : " W-TOTJAEMIT
           DISPLAY "REJEITADOS/SEM CONTA FORA: " W-TOTFORA.
      *    GUARDA AS DUAS LISTAS NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ
           MOVE "RELENVL.TXT" TO W-SPARQ
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
       ROT-FECHA.
           IF W-TEMFPG = "S"
              CLOSE CADFPAG.
           IF W-TEMCHV = "S"
              CLOSE CADCHAVE.
           CLOSE CADPAG CADFUNC CADCONF CADCHEQ.
       ROT-FECHA-FIM.
           EXIT.
      *
      *********************************************************
      * CHEQUE: PROXIMO NUMERO LIVRE NO CADCHEQ (SITUACAO E -  *
      * EMITIDO) E LINHA NA LISTA PARA ASSINATURA              *
      *********************************************************
       ROT-CHEQUE.
           MOVE "N" TO W-EMITIU
           MOVE W-PROXCHEQ TO CHQ-NUM
           MOVE FUNC-COD   TO CHQ-CODFUNC
           MOVE ANO        TO CHQ-ANO
           MOVE MES        TO CHQ-MES
           MOVE TIPOFOLHA  TO CHQ-TIPOFOLHA
           MOVE EMPPAG     TO CHQ-EMP
           MOVE SALLIQ     TO CHQ-VALOR
           MOVE W-HOJE     TO CHQ-DTEMIS CHQ-DTSIT
           MOVE "E"        TO CHQ-SIT
           WRITE REGCHQ
           IF ST-CHQ = "22"
              ADD 1 TO W-PROXCHEQ
              GO TO ROT-CHEQUE.
           IF ST-CHQ NOT = "00" AND ST-CHQ NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CADCHEQ - FILE STATUS "
                      ST-CHQ " - FUNC " FUNC-COD " PULADO"
              GO TO ROT-CHEQUE-FIM.
           MOVE CHQ-NUM   TO LDC-NUM W-MOTCHQNUM
           MOVE FUNC-COD  TO LDC-COD
           MOVE NOME      TO LDC-NOME
           MOVE MES       TO LDC-MES
           MOVE ANO       TO LDC-ANO
           MOVE TIPOFOLHA TO LDC-TIPO
           MOVE SALLIQ    TO LDC-VALOR
           WRITE LINHA-CHQ FROM LIN-DETCHQ
           WRITE LINHA-CHQ FROM LIN-ASSIN
           WRITE LINHA-CHQ FROM LIN-BRANCO
           ADD 1 TO W-PROXCHEQ W-TOTCHEQ
           ADD SALLIQ TO W-VALCHEQ
           MOVE W-MOTCHQ TO W-MOTIVO
           MOVE "S" TO W-EMITIU.
       ROT-CHEQUE-FIM.
           EXIT.
      *
      *********************************************************
      * ENVELOPE: COMPOSICAO DO LIQUIDO DA MAIOR PARA A MENOR  *
      * DENOMINACAO, ACUMULANDO O TOTAL DO SAQUE               *
      *********************************************************
       ROT-ENVELOPE.
           COMPUTE W-RESTO = SALLIQ * 100
           PERFORM ROT-DECOMPOE THRU ROT-DECOMPOE-FIM
                   VARYING W-IDN FROM 1 BY 1 UNTIL W-IDN > 13
           MOVE FUNC-COD  TO LDE-COD
           MOVE NOME      TO LDE-NOME
           MOVE MES       TO LDE-MES
           MOVE ANO       TO LDE-ANO
           MOVE TIPOFOLHA TO LDE-TIPO
           MOVE SALLIQ    TO LDE-VALOR
           WRITE LINHA-ENV FROM LIN-DETENV
           WRITE LINHA-ENV FROM LIN-QTDENV
           WRITE LINHA-ENV FROM LIN-ASSIN
           WRITE LINHA-ENV FROM LIN-BRANCO
           ADD 1 TO W-TOTENV
           ADD SALLIQ TO W-VALENV
           MOVE "DINHEIRO - ENVELOPE" TO W-MOTIVO
           MOVE "S" TO W-EMITIU.
       ROT-ENVELOPE-FIM.
           EXIT.
      *
       ROT-DECOMPOE.
           COMPUTE W-QTD (W-IDN) = W-RESTO / W-DEN (W-IDN)
           COMPUTE W-RESTO = W-RESTO - (W-QTD (W-IDN) * W-DEN (W-IDN))
           ADD W-QTD (W-IDN) TO W-TOTQTD (W-IDN)
           MOVE W-QTD (W-IDN) TO LQE-QTD (W-IDN).
       ROT-DECOMPOE-FIM.
           EXIT.
      *
      *    LINHA DO SAQUE: 7 PRIMEIRAS SAO CEDULAS, O RESTO MOEDAS
       ROT-SAQUE.
           IF W-IDN < 8
              MOVE "CEDULA  " TO LDS-TIPO
           ELSE
              MOVE "MOEDA   " TO LDS-TIPO.
           COMPUTE LDS-DEN = W-DEN (W-IDN) / 100
           MOVE W-TOTQTD (W-IDN) TO LDS-QTD
           COMPUTE W-VALDEN = (W-TOTQTD (W-IDN) * W-DEN (W-IDN)) / 100
           MOVE W-VALDEN TO LDS-VALOR
           WRITE LINHA-ENV FROM LIN-DETSAQ.
       ROT-SAQUE-FIM.
           EXIT.
      *
      *********************************************************
      * MARCA O CREDITO NA COMPETENCIA (CADCONF) COMO EMITIDO  *
      * EM CHEQUE/DINHEIRO - SUBSTITUI O REJEITADO, SE HOUVER  *
      *********************************************************
       ROT-GRAVA-CONF.
           MOVE FUNC-COD  TO CONF-CODFUNC
           MOVE ANO       TO CONF-ANO
           MOVE MES       TO CONF-MES
           MOVE TIPOFOLHA TO CONF-TIPOFOLHA
           MOVE "E"       TO SITCONF
           MOVE W-MOTIVO  TO MOTIVOREJ
           MOVE W-HOJE    TO DTRETORNO
           WRITE REGCONF
           IF ST-ERRO8 = "22"
              REWRITE REGCONF.
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CADCONF - FILE STATUS "
                      ST-ERRO8 " - FUNC " FUNC-COD.
       ROT-GRAVA-CONF-FIM.
           EXIT.
      *
      *********************************************************
      * CONSULTA EM CADCONF A SITUACAO DO CREDITO DA FOLHA EM  *
      * PROCESSAMENTO. W-CONFACH = "S" SE HA REGISTRO          *
      *********************************************************
       ROT-CHK-CONF.
           MOVE "N" TO W-CONFACH
           MOVE SPACES TO W-SITCONFACH
           MOVE FUNC-COD  TO CONF-CODFUNC
           MOVE ANO       TO CONF-ANO
           MOVE MES       TO CONF-MES
           MOVE TIPOFOLHA TO CONF-TIPOFOLHA
           READ CADCONF
           IF ST-ERRO8 = "00"
              MOVE "S" TO W-CONFACH
              MOVE SITCONF TO W-SITCONFACH.
       ROT-CHK-CONF-FIM.
           EXIT.
      *
      *    FORMA DE PAGAMENTO DO FUNCIONARIO NO CADFPAG (C/K/Q/D,
      *    OU BRANCO SEM REGISTRO)
       ROT-CHK-FPAG.
           MOVE SPACE TO W-FORMAPG
           IF W-TEMFPG NOT = "S"
              GO TO ROT-CHK-FPAG-FIM.
           MOVE FUNC-COD TO FPG-CODFUNC
           READ CADFPAG
           IF ST-FPG = "00"
              MOVE FPG-FORMA TO W-FORMAPG.
       ROT-CHK-FPAG-FIM.
           EXIT.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA  *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO    *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO      *
      *********************************************************
       ROT-TRAVA-INI.
           MOVE "N" TO W-TRAVADO
           MOVE "S" TO W-TEMTRAVA
           OPEN I-O CADTRAVA
           IF ST-TRAVA NOT = "00"
              IF ST-TRAVA = "30"
                 OPEN OUTPUT CADTRAVA
                 MOVE 1 TO TRAVA-COD
                 MOVE "N" TO TRAVA-BATCH TRAVA-ONLINE
                 MOVE SPACES TO TRAVA-PROGBATCH
                 MOVE ZEROS TO TRAVA-OPERADOR
                 WRITE REGTRAVA
                 CLOSE CADTRAVA
                 OPEN I-O CADTRAVA
              ELSE
                 MOVE "N" TO W-TEMTRAVA
                 GO TO ROT-TRAVA-INI-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA NOT = "00"
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-ONLINE = "S"
              DISPLAY "SESSAO ONLINE DE MANUTENCAO ABERTA - "
                      "BATCH NAO PODE PARTIR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-BATCH = "S"
              DISPLAY "OUTRO BATCH (" TRAVA-PROGBATCH
                      ") JA ESTA NO AR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           MOVE "S" TO TRAVA-BATCH
           MOVE "FPP022  " TO TRAVA-PROGBATCH
           REWRITE REGTRAVA.
       ROT-TRAVA-INI-FIM.
           EXIT.
      *
       ROT-TRAVA-ENC.
           IF W-TEMTRAVA NOT = "S"
              GO TO ROT-TRAVA-ENC-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA = "00"
              MOVE "N" TO TRAVA-BATCH
              MOVE SPACES TO TRAVA-PROGBATCH
              REWRITE REGTRAVA.
           CLOSE CADTRAVA
           MOVE "N" TO W-TEMTRAVA.
       ROT-TRAVA-ENC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
