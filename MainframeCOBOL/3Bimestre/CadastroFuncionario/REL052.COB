      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DECLARACAO ANUAL CONSOLIDADA DE RENDIMENTOS E RETENCOES     *
      * (LADO EMPREGADOR) - LE OS ACUMULADOS DO EXERCICIO (CADACUM) *
      * E CONSOLIDA, POR FUNCIONARIO E POR MES, O RENDIMENTO PAGO E *
      * O IR RETIDO, COM AS MESMAS REGRAS DO INFORME REL028         *
      * (FOLHA A FICA FORA; FOLHA D E O 13O). GERA:                 *
      *   DIRFANO.TXT  - ARQUIVO DE LEIAUTE FIXO PARA ENTREGA:      *
      *     TIPO 0 = HEADER (EXERCICIO + DATA DE GERACAO)           *
      *     TIPO 1 = FUNCIONARIO + MES + RENDIMENTO + IR DO MES     *
      *     TIPO 3 = FUNCIONARIO + MES + PLR + IR S/ PLR DO MES     *
      *              (PARTICIPACAO NOS LUCROS, FOLHA P - TRIBUTACAO *
      *              EXCLUSIVA, FORA DO RENDIMENTO DO TIPO 1)       *
      *     TIPO 2 = TOTAL ANUAL DO FUNCIONARIO (COM O DA PLR)      *
      *     TIPO 4 = AUTONOMO + CPF + MES + RENDIMENTO + IR + INSS  *
      *              (RPA DO CADRPA - RENDIMENTO NAO ASSALARIADO)   *
      *     TIPO 5 = TOTAL ANUAL DO AUTONOMO                        *
      *     TIPO 8 = TOTAIS DOS AUTONOMOS (SO QUANDO HOUVER RPA)    *
      *     TIPO 9 = TRAILER (DECLARADOS + TOTAIS GERAIS)           *
      *   DIRFCONF.TXT - LISTA DE CONFERENCIA CUJOS TOTAIS POR      *
      *     FUNCIONARIO DEVEM BATER COM O INFORME DO REL028         *
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
           SELECT DIRFCONF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
       FILE SECTION.
       FD CADACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACUM.DAT".
       01 REGACUM.
          03 CHAVEACUM.
             05 ACU-ANO          PIC 9(4).
             05 ACU-CODFUNC      PIC 9(5).
             05 ACU-EMP          PIC 9(2).
          03 ACU-BRUTO           PIC S9(08)V99.
          03 ACU-INSS            PIC S9(08)V99.
          03 ACU-IR              PIC S9(08)V99.
          03 ACU-FGTS            PIC S9(08)V99.
          03 ACU-13              PIC S9(08)V99.
          03 ACU-FERIAS          PIC S9(08)V99.
          03 ACU-QTDFOL          PIC 9(03).
          03 ACU-MESES.
             05 ACU-MES OCCURS 12 TIMES.
                07 ACU-MREND     PIC S9(08)V99.
                07 ACU-MIR       PIC S9(08)V99.
          03 ACU-DTATU           PIC 9(08).
          03 ACU-PLR             PIC S9(08)V99.
          03 ACU-IRPLR           PIC S9(08)V99.
          03 ACU-MESESPLR.
             05 ACU-MESPLR OCCURS 12 TIMES.
                07 ACU-MPLR      PIC S9(08)V99.
                07 ACU-MIRPLR    PIC S9(08)V99.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DIRFCONF.TXT".
       01 LINHA-REL PIC X(80).
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
       01 W-SPRELID     PIC X(06) VALUE "REL052".
       01 W-FTOTIR      PIC 9(08)V99 VALUE ZEROS.
       01 W-GTOTREND    PIC 9(10)V99 VALUE ZEROS.
       01 W-GTOTIR      PIC 9(10)V99 VALUE ZEROS.
       01 W-FTOTPLR     PIC 9(08)V99 VALUE ZEROS.
       01 W-FTOTIRPLR   PIC 9(08)V99 VALUE ZEROS.
       01 W-GTOTPLR     PIC 9(10)V99 VALUE ZEROS.
       01 W-GTOTIRPLR   PIC 9(10)V99 VALUE ZEROS.
       01 ST-RPA        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 W-TEMAUT      PIC X(01) VALUE "N".
       01 W-AUTANT      PIC 9(05) VALUE ZEROS.
       01 W-TOTAUT      PIC 9(06) VALUE ZEROS.
       01 W-ATOTINSS    PIC 9(08)V99 VALUE ZEROS.
       01 W-GAUTREND    PIC 9(10)V99 VALUE ZEROS.
       01 W-GAUTIR      PIC 9(10)V99 VALUE ZEROS.
       01 W-GAUTINSS    PIC 9(10)V99 VALUE ZEROS.

       01 TABMESES.
          03 TB-MES OCCURS 12 TIMES.
             05 TBM-REND     PIC 9(08)V99.
             05 TBM-IR       PIC 9(08)V99.
             05 TBM-PLR      PIC 9(08)V99.
             05 TBM-IRPLR    PIC 9(08)V99.
             05 TBM-INSS     PIC 9(08)V99.

       01 LIN-HEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 LD-IR         PIC 9(08)V99.
          03 FILLER        PIC X(32) VALUE SPACES.

       01 LIN-DETPLR.
          03 FILLER        PIC X(01) VALUE "3".
          03 LP-CODFUNC    PIC 9(05).
          03 LP-MES        PIC 9(02).
          03 LP-PLR        PIC 9(08)V99.
          03 LP-IRPLR      PIC 9(08)V99.
          03 FILLER        PIC X(32) VALUE SPACES.

       01 LIN-TOTF.
          03 FILLER        PIC X(01) VALUE "2".
          03 LTF-CODFUNC   PIC 9(05).
          03 LTF-REND      PIC 9(08)V99.
          03 LTF-IR        PIC 9(08)V99.
          03 LTF-PLR       PIC 9(08)V99.
          03 LTF-IRPLR     PIC 9(08)V99.
          03 FILLER        PIC X(14) VALUE SPACES.

       01 LIN-DETAUT.
          03 FILLER        PIC X(01) VALUE "4".
          03 LA-CODAUT     PIC 9(05).
          03 LA-CPF        PIC 9(11).
          03 LA-MES        PIC 9(02).
          03 LA-REND       PIC 9(08)V99.
          03 LA-IR         PIC 9(08)V99.
          03 LA-INSS       PIC 9(08)V99.
          03 FILLER        PIC X(11) VALUE SPACES.

       01 LIN-TOTAUT.
          03 FILLER        PIC X(01) VALUE "5".
          03 LTA-CODAUT    PIC 9(05).
          03 LTA-CPF       PIC 9(11).
          03 LTA-REND      PIC 9(08)V99.
          03 LTA-IR        PIC 9(08)V99.
          03 LTA-INSS      PIC 9(08)V99.
          03 FILLER        PIC X(13) VALUE SPACES.

       01 LIN-TRAILAUT.
          03 FILLER        PIC X(01) VALUE "8".
          03 LTT-TOTAUT    PIC 9(06).
          03 LTT-REND      PIC 9(10)V99.
          03 LTT-IR        PIC 9(10)V99.
          03 LTT-INSS      PIC 9(10)V99.
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-TRAILER.
          03 FILLER        PIC X(01) VALUE "9".
          03 LT-TOTDECL    PIC 9(06).
          03 LT-REND       PIC 9(10)V99.
          03 LT-IR         PIC 9(10)V99.
          03 LT-PLR        PIC 9(10)V99.
          03 LT-IRPLR      PIC 9(10)V99.
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-TITULO.
          03 FILLER        PIC X(46) VALUE
          03 LC-IR         PIC Z(7)9,99.
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-CONFPLR.
          03 FILLER        PIC X(37) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "  PLR:".
          03 LCP-PLR       PIC Z(7)9,99.
          03 FILLER        PIC X(06) VALUE "  IR: ".
          03 LCP-IRPLR     PIC Z(7)9,99.
          03 FILLER        PIC X(09) VALUE " (EXCL.)".

       01 LIN-GTOT.
          03 FILLER        PIC X(16) VALUE "TOTAIS GERAIS : ".
          03 LG-REND       PIC Z(9)9,99.
          03 LG-IR         PIC Z(9)9,99.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-GTOTPLR.
          03 FILLER        PIC X(16) VALUE "TOTAIS DA PLR : ".
          03 LGP-PLR       PIC Z(9)9,99.
          03 FILLER        PIC X(06) VALUE "  IR: ".
          03 LGP-IRPLR     PIC Z(9)9,99.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-TITAUT.
          03 FILLER        PIC X(45) VALUE
             "AUTONOMOS (RPA) - RENDIMENTO NAO ASSALARIADO".
          03 FILLER        PIC X(35) VALUE SPACES.

       01 LIN-GTOTAUT.
          03 FILLER        PIC X(16) VALUE "TOTAIS AUTONOM: ".
          03 LGA-REND      PIC Z(9)9,99.
          03 FILLER        PIC X(06) VALUE "  IR: ".
          03 LGA-IR        PIC Z(9)9,99.
          03 FILLER        PIC X(08) VALUE "  INSS: ".
          03 LGA-INSS      PIC Z(9)9,99.
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADACUM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM - "
                      "ACUMULADOS DO ANO NAO GERADOS"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADFUNC
           PERFORM ROT-ZERA-MESES THRU ROT-ZERA-MESES-FIM.
      *
       R1.
           MOVE W-ANOPROC TO ACU-ANO
           MOVE ZEROS     TO ACU-CODFUNC ACU-EMP
           START CADACUM KEY IS NOT LESS CHAVEACUM
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-FUNCANT NOT = ZEROS
              PERFORM ROT-FECHA-FUNC THRU ROT-FECHA-FUNC-FIM.
           PERFORM ROT-AUTONOMOS THRU ROT-AUTONOMOS-FIM.
           GO TO R9.
      *
      *
      *    UM REGISTRO DE ACUMULADOS POR FUNCIONARIO E EMPRESA;
      *    AS EMPRESAS DO MESMO FUNCIONARIO VEM EM SEGUIDA E
      *    SOMAM NA MESMA TABELA DE MESES
       R2.
           READ CADACUM NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ACU-ANO NOT = W-ANOPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
      *
       R3.
           IF ACU-CODFUNC NOT = W-FUNCANT
              IF W-FUNCANT NOT = ZEROS
                 PERFORM ROT-FECHA-FUNC THRU ROT-FECHA-FUNC-FIM.
           IF ACU-CODFUNC NOT = W-FUNCANT
              MOVE ACU-CODFUNC TO W-FUNCANT
              PERFORM ROT-ZERA-MESES THRU ROT-ZERA-MESES-FIM.
           PERFORM ROT-SOMA-MES THRU ROT-SOMA-MES-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12.
       R2-FIM.
           EXIT.
      *
       ROT-SOMA-MES.
           ADD ACU-MREND (W-IDXM) TO TBM-REND (W-IDXM)
           ADD ACU-MIR (W-IDXM)   TO TBM-IR (W-IDXM)
           ADD ACU-MPLR (W-IDXM)  TO TBM-PLR (W-IDXM)
           ADD ACU-MIRPLR (W-IDXM) TO TBM-IRPLR (W-IDXM).
       ROT-SOMA-MES-FIM.
           EXIT.
      *
      *********************************************************
      * FECHA O FUNCIONARIO ANTERIOR: GRAVA OS MESES COM       *
      * DE CONFERENCIA                                         *
      *********************************************************
       ROT-FECHA-FUNC.
           MOVE ZEROS TO W-FTOTREND W-FTOTIR W-FTOTPLR W-FTOTIRPLR
           PERFORM ROT-GRAVA-MES THRU ROT-GRAVA-MES-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           PERFORM ROT-GRAVA-PLR THRU ROT-GRAVA-PLR-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           IF W-FTOTREND = ZEROS AND W-FTOTIR = ZEROS
              AND W-FTOTPLR = ZEROS
              GO TO ROT-FECHA-FUNC-FIM.
           MOVE W-FUNCANT TO LTF-CODFUNC
           MOVE W-FTOTREND TO LTF-REND
           MOVE W-FTOTIR   TO LTF-IR
           MOVE W-FTOTPLR   TO LTF-PLR
           MOVE W-FTOTIRPLR TO LTF-IRPLR
           WRITE LINHA-DEC FROM LIN-TOTF
           ADD 1 TO W-TOTDECL
           ADD W-FTOTREND TO W-GTOTREND
           ADD W-FTOTIR   TO W-GTOTIR
           ADD W-FTOTPLR   TO W-GTOTPLR
           ADD W-FTOTIRPLR TO W-GTOTIRPLR
           MOVE W-FUNCANT TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
           MOVE NOME       TO LC-NOME
           MOVE W-FTOTREND TO LC-REND
           MOVE W-FTOTIR   TO LC-IR
           WRITE LINHA-REL FROM LIN-CONF
           IF W-FTOTPLR NOT = ZEROS
              MOVE W-FTOTPLR   TO LCP-PLR
              MOVE W-FTOTIRPLR TO LCP-IRPLR
              WRITE LINHA-REL FROM LIN-CONFPLR.
       ROT-FECHA-FUNC-FIM.
           EXIT.
      *
           ADD TBM-IR (W-IDXM)   TO W-FTOTIR.
       ROT-GRAVA-MES-FIM.
           EXIT.
      *
      *    PLR DO MES (TIPO 3), SEPARADA DO RENDIMENTO DO TIPO 1
       ROT-GRAVA-PLR.
           IF TBM-PLR (W-IDXM) = ZEROS AND TBM-IRPLR (W-IDXM) = ZEROS
              GO TO ROT-GRAVA-PLR-FIM.
           MOVE W-FUNCANT          TO LP-CODFUNC
           MOVE W-IDXM             TO LP-MES
           MOVE TBM-PLR (W-IDXM)   TO LP-PLR
           MOVE TBM-IRPLR (W-IDXM) TO LP-IRPLR
           WRITE LINHA-DEC FROM LIN-DETPLR
           ADD TBM-PLR (W-IDXM)   TO W-FTOTPLR
           ADD TBM-IRPLR (W-IDXM) TO W-FTOTIRPLR.
       ROT-GRAVA-PLR-FIM.
           EXIT.
      *
       ROT-ZERA-MESES.
           PERFORM ROT-ZERA-MES THRU ROT-ZERA-MES-FIM
       ROT-ZERA-MESES-FIM.
           EXIT.
       ROT-ZERA-MES.
           MOVE ZEROS TO TBM-REND (W-IDXM) TBM-IR (W-IDXM)
                         TBM-PLR (W-IDXM) TBM-IRPLR (W-IDXM)
                         TBM-INSS (W-IDXM).
       ROT-ZERA-MES-FIM.
           EXIT.
      *
      * AUTONOMOS (CADRPA): O ARQUIVO ESTA EM ORDEM DE         *
      * AUTONOMO + COMPETENCIA, ENTAO A QUEBRA E PELO CODIGO;  *
      * SO ENTRAM OS RPA DO EXERCICIO, PELO MES DA COMPETENCIA *
       ROT-AUTONOMOS.
           OPEN INPUT CADRPA
           IF ST-RPA NOT = "00"
              GO TO ROT-AUTONOMOS-FIM.
           MOVE "S" TO W-TEMAUT
           OPEN INPUT CADAUTON
           IF ST-AUT NOT = "00"
              MOVE "N" TO W-TEMAUT.
           MOVE ZEROS TO W-AUTANT
           PERFORM ROT-ZERA-MESES THRU ROT-ZERA-MESES-FIM.
       ROT-AUTONOMOS-RD.
           READ CADRPA NEXT RECORD
                AT END
                   GO TO ROT-AUTONOMOS-ENC
           END-READ
           IF ST-RPA NOT = "00"
              GO TO ROT-AUTONOMOS-ENC.
           IF RPA-ANO NOT = W-ANOPROC
              GO TO ROT-AUTONOMOS-RD.
           IF RPA-CODAUT NOT = W-AUTANT
              IF W-AUTANT NOT = ZEROS
                 PERFORM ROT-FECHA-AUT THRU ROT-FECHA-AUT-FIM.
           IF RPA-CODAUT NOT = W-AUTANT
              MOVE RPA-CODAUT TO W-AUTANT
              PERFORM ROT-ZERA-MESES THRU ROT-ZERA-MESES-FIM.
           ADD RPA-VALOR TO TBM-REND (RPA-MES)
           ADD RPA-IR    TO TBM-IR (RPA-MES)
           ADD RPA-INSS  TO TBM-INSS (RPA-MES)
           GO TO ROT-AUTONOMOS-RD.
       ROT-AUTONOMOS-ENC.
           IF W-AUTANT NOT = ZEROS
              PERFORM ROT-FECHA-AUT THRU ROT-FECHA-AUT-FIM.
           IF W-TEMAUT = "S"
              CLOSE CADAUTON.
           CLOSE CADRPA.
       ROT-AUTONOMOS-FIM.
           EXIT.
      *
      * FECHA O AUTONOMO DA VEZ: TIPO 4 POR MES, TIPO 5 NO     *
      * TOTAL E A LINHA DE CONFERENCIA                         *
       ROT-FECHA-AUT.
           MOVE ZEROS TO W-FTOTREND W-FTOTIR W-ATOTINSS
           MOVE ZEROS TO AUT-CPF
           MOVE SPACES TO AUT-NOME
           IF W-TEMAUT = "S"
              MOVE W-AUTANT TO AUT-COD
              READ CADAUTON
              IF ST-AUT NOT = "00"
                 MOVE ZEROS TO AUT-CPF
                 MOVE SPACES TO AUT-NOME.
           PERFORM ROT-GRAVA-AUT THRU ROT-GRAVA-AUT-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           IF W-FTOTREND = ZEROS AND W-FTOTIR = ZEROS
              GO TO ROT-FECHA-AUT-FIM.
           MOVE W-AUTANT   TO LTA-CODAUT
           MOVE AUT-CPF    TO LTA-CPF
           MOVE W-FTOTREND TO LTA-REND
           MOVE W-FTOTIR   TO LTA-IR
           MOVE W-ATOTINSS TO LTA-INSS
           WRITE LINHA-DEC FROM LIN-TOTAUT
           IF W-TOTAUT = ZEROS
              WRITE LINHA-REL FROM LIN-SEP
              WRITE LINHA-REL FROM LIN-TITAUT.
           ADD 1 TO W-TOTAUT
           ADD W-FTOTREND TO W-GAUTREND
           ADD W-FTOTIR   TO W-GAUTIR
           ADD W-ATOTINSS TO W-GAUTINSS
           MOVE W-AUTANT   TO LC-COD
           MOVE AUT-NOME   TO LC-NOME
           MOVE W-FTOTREND TO LC-REND
           MOVE W-FTOTIR   TO LC-IR
           WRITE LINHA-REL FROM LIN-CONF.
       ROT-FECHA-AUT-FIM.
           EXIT.
      *
       ROT-GRAVA-AUT.
           IF TBM-REND (W-IDXM) = ZEROS AND TBM-IR (W-IDXM) = ZEROS
              GO TO ROT-GRAVA-AUT-FIM.
           MOVE W-AUTANT          TO LA-CODAUT
           MOVE AUT-CPF           TO LA-CPF
           MOVE W-IDXM            TO LA-MES
           MOVE TBM-REND (W-IDXM) TO LA-REND
           MOVE TBM-IR (W-IDXM)   TO LA-IR
           MOVE TBM-INSS (W-IDXM) TO LA-INSS
           WRITE LINHA-DEC FROM LIN-DETAUT
           ADD TBM-REND (W-IDXM) TO W-FTOTREND
           ADD TBM-IR (W-IDXM)   TO W-FTOTIR
           ADD TBM-INSS (W-IDXM) TO W-ATOTINSS.
       ROT-GRAVA-AUT-FIM.
           EXIT.
      *
       R9.
           IF W-TOTAUT NOT = ZEROS
              MOVE W-TOTAUT   TO LTT-TOTAUT
              MOVE W-GAUTREND TO LTT-REND
              MOVE W-GAUTIR   TO LTT-IR
              MOVE W-GAUTINSS TO LTT-INSS
              WRITE LINHA-DEC FROM LIN-TRAILAUT.
           MOVE W-TOTDECL TO LT-TOTDECL
           MOVE W-GTOTREND TO LT-REND
           MOVE W-GTOTIR   TO LT-IR
           MOVE W-GTOTPLR   TO LT-PLR
           MOVE W-GTOTIRPLR TO LT-IRPLR
           WRITE LINHA-DEC FROM LIN-TRAILER
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-GTOTREND TO LG-REND
           MOVE W-GTOTIR   TO LG-IR
           WRITE LINHA-REL FROM LIN-GTOT
           IF W-GTOTPLR NOT = ZEROS
              MOVE W-GTOTPLR   TO LGP-PLR
              MOVE W-GTOTIRPLR TO LGP-IRPLR
              WRITE LINHA-REL FROM LIN-GTOTPLR.
           IF W-TOTAUT NOT = ZEROS
              MOVE W-GAUTREND TO LGA-REND
              MOVE W-GAUTIR   TO LGA-IR
              MOVE W-GAUTINSS TO LGA-INSS
              WRITE LINHA-REL FROM LIN-GTOTAUT.
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE CADACUM CADFUNC DIRFANO DIRFCONF
           DISPLAY "*** DECLARACAO EM DIRFANO.TXT - CONFERENCIA EM "
                   "DIRFCONF.TXT ***"
           DISPLAY "FUNCIONARIOS DECLARADOS : " W-TOTDECL
           DISPLAY "RENDIMENTOS PAGOS       : " W-GTOTREND
           DISPLAY "IR RETIDO               : " W-GTOTIR
           DISPLAY "PLR PAGA                : " W-GTOTPLR
           DISPLAY "IR RETIDO S/ PLR        : " W-GTOTIRPLR
           DISPLAY "AUTONOMOS DECLARADOS    : " W-TOTAUT
           DISPLAY "RENDIMENTOS AUTONOMOS   : " W-GAUTREND
           DISPLAY "IR RETIDO DE AUTONOMOS  : " W-GAUTIR
           DISPLAY "(TOTAIS DEVEM BATER COM OS INFORMES DO REL028)".
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
