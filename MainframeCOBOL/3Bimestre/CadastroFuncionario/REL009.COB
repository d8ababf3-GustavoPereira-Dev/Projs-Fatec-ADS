      * GERACAO DO ARQUIVO DE REMESSA PARA O BANCO (CREDITO EM      *
      * CONTA/DEPOSITO DIRETO) COM O SALARIO LIQUIDO DE CADA         *
      * FUNCIONARIO, PARA UM ANO/MES DE FOLHA JA FECHADO.            *
      * O CREDITO DA PARTICIPACAO NOS LUCROS (FOLHA P) SAI EM LINHA  *
      * PROPRIA, IDENTIFICADA POR "P" NA COLUNA 76 DO DETALHE.       *
      * OS PAGAMENTOS A AUTONOMOS (RPA LANCADOS NO CADRPA PARA A     *
      * COMPETENCIA E EMPRESA) SAEM EM SEGUIDA, COM "T" NA COLUNA    *
      * 76 E O CPF DO PRESTADOR; O RPA REMETIDO PASSA A SIT. R.      *
      * FUNCIONARIO PAGO EM CHEQUE OU DINHEIRO (CADFPAG) NAO ENTRA   *
      * NAS REMESSAS - E EMITIDO PELO FPP022; CREDITO JA PAGO POR    *
      * ESSAS FORMAS (CADCONF E/P/N) TAMBEM FICA DE FORA.            *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHV-CODFUNC
                    FILE STATUS  IS ST-CHV.
      *
           SELECT CADFPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODFUNC
                    FILE STATUS  IS ST-FPG.
      *
           SELECT REMINST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-INST.
      *
           SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERPA
                    FILE STATUS  IS ST-RPA
                    ALTERNATE RECORD KEY IS RPA-ANOMES WITH DUPLICATES.
      *
           SELECT CADAUTON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-COD
                    FILE STATUS  IS ST-AUT
                    ALTERNATE RECORD KEY IS AUT-CPF.
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
          03 CHV-TIPO         PIC X(1).
          03 CHV-VALOR        PIC X(35).
          03 CHV-USAR         PIC X(1).
      *
       FD CADFPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPAG.DAT".
       01 REGFPG.
          03 FPG-CODFUNC      PIC 9(5).
          03 FPG-FORMA        PIC X(1).
          03 FPG-DTALT        PIC 9(8).
      *
       FD REMINST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMINST.TXT".
       01 LINHA-INST PIC X(80).
      *
       FD CADRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPA.DAT".
       01 REGRPA.
          03 CHAVERPA.
             05 RPA-CODAUT    PIC 9(05).
             05 RPA-ANOMES.
                07 RPA-ANO    PIC 9(04).
                07 RPA-MES    PIC 9(02).
             05 RPA-SEQ       PIC 9(02).
          03 RPA-DESCR        PIC X(30).
          03 RPA-DTSERV       PIC 9(08).
          03 RPA-VALOR        PIC 9(06)V99.
          03 RPA-INSS         PIC 9(06)V99.
          03 RPA-INSSPAT      PIC 9(06)V99.
          03 RPA-BASEIR       PIC 9(06)V99.
          03 RPA-ALIQIR       PIC 9(02).
          03 RPA-IR           PIC 9(06)V99.
          03 RPA-LIQ          PIC 9(06)V99.
          03 RPA-EMP          PIC 9(02).
          03 RPA-SIT          PIC X(01).
          03 RPA-DTLANC       PIC 9(08).
          03 RPA-OPER         PIC 9(03).
      *
       FD CADAUTON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTON.DAT".
       01 REGAUT.
          03 AUT-COD          PIC 9(05).
          03 AUT-NOME         PIC X(35).
          03 AUT-CPF          PIC 9(11).
          03 AUT-NIT          PIC 9(11).
          03 AUT-ATIVID       PIC X(20).
          03 AUT-CODAREA      PIC 9(03).
          03 AUT-EMP          PIC 9(02).
          03 AUT-DADOSBANC.
             05 AUT-BANCO     PIC 9(03).
             05 AUT-AGENCIA   PIC 9(04).
             05 AUT-CONTA     PIC X(10).
          03 AUT-TPCHAVE      PIC X(01).
          03 AUT-CHAVE        PIC X(35).
          03 AUT-USARCHV      PIC X(01).
          03 AUT-SIT          PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL009".
       01 W-TEMCHV      PIC X(01) VALUE "N".
       01 W-TOTINST     PIC 9(06) VALUE ZEROS.
       01 W-TOTVALINST  PIC 9(09)V99 VALUE ZEROS.
       01 ST-RPA        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 W-TOTRPA      PIC 9(06) VALUE ZEROS.
       01 ST-FPG        PIC X(02) VALUE "00".
       01 W-TEMFPG      PIC X(01) VALUE "N".
       01 W-FORMAPG     PIC X(01) VALUE SPACE.
       01 W-TOTMANUAL   PIC 9(06) VALUE ZEROS.

       01 LIN-IDET.
          03 LI-TIPO       PIC X(01) VALUE "1".
          03 LD-NOME       PIC X(35).
          03 LD-VALOR      PIC 9(09)V99.
          03 LD-CPF        PIC 9(11).
          03 LD-FINALID    PIC X(01) VALUE SPACES.
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-TRAILER.
          03 LT-TIPO       PIC X(01) VALUE "9".
              IF ST-INST NOT = "00"
                 CLOSE CADCHAVE
                 MOVE "N" TO W-TEMCHV.
      *    FORMA DE PAGAMENTO POR FUNCIONARIO (CADFPAG), QUANDO
      *    CADASTRADA
       R0F.
           MOVE "S" TO W-TEMFPG
           OPEN INPUT CADFPAG
           IF ST-FPG NOT = "00"
              MOVE "N" TO W-TEMFPG.
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
           IF EMPPAG NOT = W-EMPFILTRO
              GO TO R1.
      *    NO REENVIO SO ENTRAM OS REJEITADOS; NA PRIMEIRA REMESSA
      *    FICAM DE FORA OS CREDITOS JA CONFIRMADOS PELO BANCO
           PERFORM ROT-CHK-CONF THRU ROT-CHK-CONF-FIM
      *    A FOLHA COMPLEMENTAR "C" E A PLR "P" GERADAS DEPOIS DO
      *    PAGAMENTO AINDA NAO TEM RETORNO - SAEM MESMO NO MODO
      *    REENVIO
           IF W-MODOREENV = "S"
              AND (TIPOFOLHA = "C" OR TIPOFOLHA = "P")
              AND W-CONFACH NOT = "S"
              GO TO R2.
           IF W-MODOREENV = "S"
           ELSE
              IF W-CONFACH = "S" AND W-SITCONFACH = "C"
                 ADD 1 TO W-TOTJACONF
                 GO TO R1
              ELSE
                 IF W-CONFACH = "S"
                    AND (W-SITCONFACH = "E" OR W-SITCONFACH = "P"
                         OR W-SITCONFACH = "N")
                    ADD 1 TO W-TOTMANUAL
                    GO TO R1.
       R2.
           MOVE FUNC-COD TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              ADD 1 TO W-TOTSEMBANCO
              GO TO R1.
      *    CHEQUE E DINHEIRO SAEM PELO FPP022; A FORMA "C" DO
      *    CADFPAG IGNORA A CHAVE E A FORMA "K" DISPENSA O USAR
           PERFORM ROT-CHK-FPAG THRU ROT-CHK-FPAG-FIM
           IF W-FORMAPG = "Q" OR W-FORMAPG = "D"
              ADD 1 TO W-TOTMANUAL
              GO TO R1.
           IF W-TEMCHV = "S" AND W-FORMAPG NOT = "C"
              MOVE FUNC-COD TO CHV-CODFUNC
              READ CADCHAVE
              IF ST-CHV = "00"
                 AND (CHV-USAR = "S" OR W-FORMAPG = "K")
                 PERFORM ROT-CRED-INST THRU ROT-CRED-INST-FIM
                 GO TO R1.
           IF BANCO = ZEROS
           MOVE NOME    TO LD-NOME
           MOVE SALLIQ  TO LD-VALOR
           MOVE CPFFUNC TO LD-CPF
           IF TIPOFOLHA = "P"
              MOVE "P" TO LD-FINALID
           ELSE
              MOVE SPACE TO LD-FINALID.
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTREG
           ADD SALLIQ TO W-TOTVALOR
           EXIT.
      *
      *********************************************************
      * CREDITO DOS AUTONOMOS (RPA): OS RPA DA COMPETENCIA E   *
      * DA EMPRESA AINDA NAO REMETIDOS (SITUACAO L) SAEM COM   *
      * O LIQUIDO DO RPA, NA CONTA OU NA CHAVE INSTANTANEA DO  *
      * CADAUTON, E PASSAM A SITUACAO R (REMETIDO). SAEM       *
      * TAMBEM NO MODO REENVIO, POIS AINDA NAO FORAM PAGOS.    *
      *********************************************************
       ROT-RPA.
           OPEN I-O CADRPA
           IF ST-RPA NOT = "00"
              GO TO ROT-RPA-FIM.
           OPEN INPUT CADAUTON
           IF ST-AUT NOT = "00"
              CLOSE CADRPA
              GO TO ROT-RPA-FIM.
           MOVE W-ANOPROC TO RPA-ANO
           MOVE W-MESPROC TO RPA-MES
           START CADRPA KEY IS EQUAL RPA-ANOMES
                 INVALID KEY
                    GO TO ROT-RPA-ENC.
       ROT-RPA-RD.
           READ CADRPA NEXT RECORD
                AT END
                   GO TO ROT-RPA-ENC
           END-READ
           IF ST-RPA NOT = "00"
              GO TO ROT-RPA-ENC.
           IF RPA-ANO NOT = W-ANOPROC OR RPA-MES NOT = W-MESPROC
              GO TO ROT-RPA-ENC.
           IF RPA-EMP NOT = W-EMPFILTRO OR RPA-SIT NOT = "L"
              GO TO ROT-RPA-RD.
           MOVE RPA-CODAUT TO AUT-COD
           READ CADAUTON
           IF ST-AUT NOT = "00"
              ADD 1 TO W-TOTSEMBANCO
              GO TO ROT-RPA-RD.
           IF W-TEMCHV = "S" AND AUT-USARCHV = "S"
              MOVE RPA-CODAUT  TO LI-CODFUNC
              MOVE RPA-ANO     TO LI-ANO
              MOVE RPA-MES     TO LI-MES
              MOVE "T"         TO LI-TPFOLHA
              MOVE AUT-TPCHAVE TO LI-TPCHAVE
              MOVE AUT-CHAVE   TO LI-CHAVE
              MOVE AUT-NOME    TO LI-NOME
              MOVE RPA-LIQ     TO LI-VALOR
              WRITE LINHA-INST FROM LIN-IDET
              ADD 1 TO W-TOTINST
              ADD RPA-LIQ TO W-TOTVALINST
              GO TO ROT-RPA-MARCA.
           IF AUT-BANCO = ZEROS
              ADD 1 TO W-TOTSEMBANCO
              GO TO ROT-RPA-RD.
           MOVE AUT-BANCO   TO LD-BANCO
           MOVE AUT-AGENCIA TO LD-AGENCIA
           MOVE AUT-CONTA   TO LD-CONTA
           MOVE AUT-NOME    TO LD-NOME
           MOVE RPA-LIQ     TO LD-VALOR
           MOVE AUT-CPF     TO LD-CPF
           MOVE "T"         TO LD-FINALID
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTREG
           ADD RPA-LIQ TO W-TOTVALOR.
       ROT-RPA-MARCA.
           ADD 1 TO W-TOTRPA
           MOVE "R" TO RPA-SIT
           REWRITE REGRPA
           GO TO ROT-RPA-RD.
       ROT-RPA-ENC.
           CLOSE CADRPA CADAUTON.
       ROT-RPA-FIM.
           EXIT.
      *
      *********************************************************
      * CREDITO DOS BENEFICIARIOS DE PENSAO ALIMENTICIA: O     *
      * VALOR DESCONTADO PELO FPP006 NESTA COMPETENCIA         *
      * (PEN-VLRULT/PEN-ANOMESULT) SAI COMO LINHA PROPRIA DA   *
           MOVE PEN-BENEF   TO LD-NOME
           MOVE PEN-VLRULT  TO LD-VALOR
           MOVE ZEROS       TO LD-CPF
           MOVE SPACE       TO LD-FINALID
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTREG
           ADD 1 TO W-TOTPEN
       R1-FIM.
           IF W-TEMPEN = "S"
              CLOSE CADPENSAO.
           IF W-TEMFPG = "S"
              CLOSE CADFPAG.
           IF W-TEMCONF = "S"
              CLOSE CADCONF.
           CLOSE CADPAG CADFUNC.
       R5.
           PERFORM ROT-RPA THRU ROT-RPA-FIM.

       ROT-FIM.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM
           DISPLAY "VALOR TOTAL DA REMESSA   : " W-TOTVALOR
           DISPLAY "SEM DADOS BANCARIOS      : " W-TOTSEMBANCO
           DISPLAY "JA CONFIRMADOS, FORA     : " W-TOTJACONF
           DISPLAY "CHEQUE/DINHEIRO (FPP022) : " W-TOTMANUAL
           DISPLAY "CREDITOS DE PENSAO       : " W-TOTPEN
           DISPLAY "CREDITOS DE AUTONOMOS    : " W-TOTRPA
           DISPLAY "CREDITOS INSTANTANEOS    : " W-TOTINST
           DISPLAY "VALOR REMESSA INSTANT.   : " W-TOTVALINST
           PERFORM ROT-DATA-PAGTO THRU ROT-DATA-PAGTO-FIM.
      *********************************************************
      * CONSULTA EM CADCONF A SITUACAO DO CREDITO DA FOLHA EM  *
      * PROCESSAMENTO JUNTO AO BANCO (RETORNO JA PROCESSADO).  *
      * W-CONFACH = "S" SE HA REGISTRO; W-SITCONFACH = C/R,    *
      * OU E/P/N QUANDO PAGO EM CHEQUE/DINHEIRO (FPP022).      *
      *********************************************************
       ROT-CHK-CONF.
           MOVE "N" TO W-CONFACH
              MOVE SITCONF TO W-SITCONFACH.
       ROT-CHK-CONF-FIM.
           EXIT.
      *
      *********************************************************
      * FORMA DE PAGAMENTO DO FUNCIONARIO NO CADFPAG:          *
      * W-FORMAPG = C/K/Q/D, OU BRANCO SEM REGISTRO            *
      *********************************************************
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
