       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP021.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * APLICACAO DAS ALTERACOES CADASTRAIS PROGRAMADAS - RODA NA   *
      * ABERTURA DA COMPETENCIA OU COMO PASSO ANTES DO FPP006:      *
      *   - APLICA NO CADFUNC AS ALTERACOES PENDENTES DO CADALTF    *
      *     COM VIGENCIA ATE O ULTIMO DIA DA COMPETENCIA (AREA,     *
      *     CARGO E EMPRESA), NA ORDEM DA VIGENCIA DE CADA          *
      *     FUNCIONARIO, E O STEP NO CADFSTEP                       *
      *   - ARQUIVA OS VALORES ANTERIORES EM CADHFUNC, COMO O       *
      *     FPP004, COM A DATA DA VIGENCIA                          *
      *   - MUDANCA DE EMPRESA FECHA O VINCULO EM CADVINC COMO A    *
      *     TRANSFERENCIA DO FPP018                                 *
      *   - ALTERACAO QUE NAO PODE SER APLICADA FICA PENDENTE COM   *
      *     O MOTIVO, E AS SEGUINTES DO MESMO FUNCIONARIO ESPERAM   *
      *   - LISTA EM RELALTF.TXT O QUE FOI APLICADO E O QUE AINDA   *
      *     ESTA PENDENTE                                           *
      * COMPETENCIA APROVADA OU PAGA (CADCOMP) NAO ACEITA A RODADA. *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADALTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEALTF
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADHFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHIST
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVINC
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADFSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FST-CODFUNC
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTEP
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOMP
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT RELALTF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
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
       FD CADALTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALTF.DAT".
       01 REGALTF.
          03 CHAVEALTF.
             05 ALTF-CODFUNC  PIC 9(5).
             05 ALTF-SEQ      PIC 9(3).
          03 ALTF-DTEFET      PIC 9(8).
          03 ALTF-CODAREA     PIC 9(3).
          03 ALTF-CODCARGO    PIC 9(3).
          03 ALTF-STEP        PIC 9(2).
          03 ALTF-EMPFUNC     PIC 9(2).
          03 ALTF-OPERAPR     PIC 9(3).
          03 ALTF-DTCAD       PIC 9(8).
          03 ALTF-SIT         PIC X(1).
          03 ALTF-DTAPL       PIC 9(8).
          03 ALTF-OBS         PIC X(30).
      *
       FD CADHFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHFUNC.DAT".
       01 REGHFUNC.
          03 CHAVEHIST.
             05 CODFUNC-H     PIC 9(5).
             05 SEQHIST       PIC 9(3).
          03 DTALTER-H        PIC 9(8).
          03 CODAREA-H        PIC 9(3).
          03 CODCARGO-H       PIC 9(3).
          03 NDEPS-H          PIC 9(2).
          03 SITFUNC-H        PIC X(1).
          03 DTADMISSAO-H     PIC 9(8).
          03 DTDEMISSAO-H     PIC 9(8).
          03 DTAFAST-H        PIC 9(8).
          03 EMPHFUNC      PIC 9(02).
      *
       FD CADVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVINC.DAT".
       01 REGVINC.
          03 CHAVEVINC.
             05 CODFUNC-V     PIC 9(5).
             05 SEQVINC       PIC 9(2).
          03 DTADMISSAO-V     PIC 9(8).
          03 DTDEMISSAO-V     PIC 9(8).
          03 DTAFAST-V        PIC 9(8).
          03 SITFUNC-V        PIC X(1).
      *
       FD CADFSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFSTEP.DAT".
       01 REGFSTEP.
          03 FST-CODFUNC      PIC 9(5).
          03 FST-STEP         PIC 9(2).
          03 FST-DTINI        PIC 9(8).
      *
       FD CADSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTEP.DAT".
       01 REGSTEP.
          03 CHAVESTEP.
             05 STEP-CARGO    PIC 9(5).
             05 STEP-COD      PIC 9(2).
          03 STEP-SALARIO     PIC 9(6)V99.
          03 STEP-MESESMIN    PIC 9(3).
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
       FD RELALTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELALTF.TXT".
       01 LINHA-REL PIC X(90).
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
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 W-SPRELID     PIC X(06) VALUE "FPP021".
       01 W-SPARQ       PIC X(14) VALUE "RELALTF.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 W-TEMSTEP     PIC X(01) VALUE "N".
       01 W-TEMCOMP     PIC X(01) VALUE "N".
       01 W-RECALC      PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-MESCOMP     PIC 9(02) VALUE ZEROS.
       01 W-ANOCOMP     PIC 9(04) VALUE ZEROS.
       01 W-DTLIMITE    PIC 9(08) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FUNCVEZ     PIC 9(05) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-SEQACH      PIC 9(03) VALUE ZEROS.
       01 W-DTACH       PIC 9(08) VALUE ZEROS.
       01 W-DTVEZ       PIC 9(08) VALUE ZEROS.
       01 W-FALHA       PIC X(01) VALUE "N".
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-NOVOCARGO   PIC 9(03) VALUE ZEROS.
       01 W-STEPNOVO    PIC 9(02) VALUE ZEROS.
       01 W-STEPANT     PIC 9(02) VALUE ZEROS.
       01 W-SEQHIST     PIC 9(03) VALUE ZEROS.
       01 W-PROXSEQ     PIC 9(02) VALUE ZEROS.
       01 W-OLDCODAREA  PIC 9(03) VALUE ZEROS.
       01 W-OLDCODCARGO PIC 9(03) VALUE ZEROS.
       01 W-OLDNDEPS    PIC 9(02) VALUE ZEROS.
       01 W-OLDSITFUNC  PIC X(01) VALUE SPACES.
       01 W-OLDDTADM    PIC 9(08) VALUE ZEROS.
       01 W-OLDDTDEM    PIC 9(08) VALUE ZEROS.
       01 W-OLDDTAFAST  PIC 9(08) VALUE ZEROS.
       01 W-OLDEMPFUNC  PIC 9(02) VALUE ZEROS.
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-TOTAPL      PIC 9(05) VALUE ZEROS.
       01 W-TOTNAPL     PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
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
          03 FILLER        PIC X(45) VALUE
             "*** ALTERACOES CADASTRAIS PROGRAMADAS - COMP ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(34) VALUE SPACES.

       01 LIN-SECAO.
          03 LS-TEXTO      PIC X(40).
          03 FILLER        PIC X(50) VALUE SPACES.

       01 LIN-APL.
          03 LA-COD        PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-NOME       PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-VIG        PIC 99/99/9999.
          03 LA-AREA       PIC X(13).
          03 LA-CARGO      PIC X(11).
          03 LA-STEP       PIC X(09).
          03 LA-EMP        PIC X(10).
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-DEPARA-AREA.
          03 FILLER        PIC X(06) VALUE " AREA ".
          03 LDA-DE        PIC 999.
          03 FILLER        PIC X(01) VALUE ">".
          03 LDA-PARA      PIC 999.
       01 LIN-DEPARA-CARGO.
          03 FILLER        PIC X(04) VALUE " CG ".
          03 LDC-DE        PIC 999.
          03 FILLER        PIC X(01) VALUE ">".
          03 LDC-PARA      PIC 999.
       01 LIN-DEPARA-STEP.
          03 FILLER        PIC X(04) VALUE " ST ".
          03 LDS-DE        PIC 99.
          03 FILLER        PIC X(01) VALUE ">".
          03 LDS-PARA      PIC 99.
       01 LIN-DEPARA-EMP.
          03 FILLER        PIC X(05) VALUE " EMP ".
          03 LDE-DE        PIC 99.
          03 FILLER        PIC X(01) VALUE ">".
          03 LDE-PARA      PIC 99.

       01 LIN-PEND.
          03 LP-COD        PIC Z(4)9.
          03 FILLER        PIC X(05) VALUE " SEQ ".
          03 LP-SEQ        PIC 999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-NOME       PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-VIG        PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-SIT        PIC X(30).
          03 FILLER        PIC X(12) VALUE SPACES.

       01 LIN-TOTAL.
          03 LTT-TEXTO     PIC X(40).
          03 LTT-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(45) VALUE SPACES.

       01 LIN-SEP       PIC X(90) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** ALTERACOES CADASTRAIS PROGRAMADAS ***"
           DISPLAY "MES DA COMPETENCIA (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESCOMP
           IF W-MESCOMP < 01 OR W-MESCOMP > 12
              DISPLAY "MES INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "ANO DA COMPETENCIA (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOCOMP
           IF W-ANOCOMP < 1900
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
      *    VENCIDA = VIGENCIA ATE O ULTIMO DIA DA COMPETENCIA
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           MOVE W-ANOCOMP TO W-ANOA
           MOVE W-MESCOMP TO W-MESA
           MOVE W-DIASMES TO W-DIAA
           MOVE W-DTAMD8  TO W-DTLIMITE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R0A.
           MOVE "S" TO W-TEMCOMP
           OPEN INPUT CADCOMP
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMCOMP.
           IF W-TEMCOMP = "S"
              MOVE W-ANOCOMP TO COMP-ANO
              MOVE W-MESCOMP TO COMP-MES
              READ CADCOMP
              IF ST-ERRO7 = "00"
                 IF SITCOMP = "P" OR SITCOMP = "G"
                    DISPLAY "COMPETENCIA JA APROVADA/PAGA - "
                            "ALTERACOES NAO APLICADAS"
                    CLOSE CADCOMP
                    GO TO ROT-FIM-ERRO
                 ELSE
                    IF SITCOMP = "C"
                       MOVE "S" TO W-RECALC
                    END-IF
                 END-IF
              END-IF
              CLOSE CADCOMP.
       R0B.
           OPEN I-O CADALTF
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM ALTERACOES PROGRAMADAS (CADALTF)"
              GO TO ROT-FIM-ERRO.
           OPEN I-O CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADALTF
              GO TO ROT-FIM-ERRO.
           OPEN I-O CADHFUNC
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT CADHFUNC
                 CLOSE CADHFUNC
                 OPEN I-O CADHFUNC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHFUNC"
                 CLOSE CADALTF CADFUNC
                 GO TO ROT-FIM-ERRO.
           OPEN I-O CADVINC
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADVINC
                 CLOSE CADVINC
                 OPEN I-O CADVINC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVINC"
                 CLOSE CADALTF CADFUNC CADHFUNC
                 GO TO ROT-FIM-ERRO.
           OPEN I-O CADFSTEP
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT CADFSTEP
                 CLOSE CADFSTEP
                 OPEN I-O CADFSTEP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFSTEP"
                 CLOSE CADALTF CADFUNC CADHFUNC CADVINC
                 GO TO ROT-FIM-ERRO.
           MOVE "S" TO W-TEMSTEP
           OPEN INPUT CADSTEP
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMSTEP.
       R0C.
           OPEN OUTPUT RELALTF
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELALTF.TXT"
              PERFORM ROT-FECHA THRU ROT-FECHA-FIM
              GO TO ROT-FIM-ERRO.
           MOVE W-MESCOMP TO LT-MES
           MOVE W-ANOCOMP TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *********************************************************
      * ETAPA 1 - APLICA AS VENCIDAS, FUNCIONARIO A FUNCIONARIO*
      *********************************************************
       R1.
           MOVE "ALTERACOES APLICADAS" TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           MOVE "N" TO W-FIM
           MOVE ZEROS TO ALTF-CODFUNC ALTF-SEQ
           START CADALTF KEY IS NOT LESS CHAVEALTF
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R1A THRU R1A-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * ETAPA 2 - O QUE CONTINUA PENDENTE, COM O MOTIVO        *
      *********************************************************
       R2.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "ALTERACOES AINDA PENDENTES" TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SECAO
           MOVE "N" TO W-FIM
           MOVE ZEROS TO ALTF-CODFUNC ALTF-SEQ
           START CADALTF KEY IS NOT LESS CHAVEALTF
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2A THRU R2A-FIM UNTIL W-FIM = "S".
       R3.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "ALTERACOES APLICADAS               :" TO LTT-TEXTO
           MOVE W-TOTAPL TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "VENCIDAS NAO APLICADAS             :" TO LTT-TEXTO
           MOVE W-TOTNAPL TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PENDENTES APOS A RODADA            :" TO LTT-TEXTO
           MOVE W-TOTPEND TO LTT-QTD
           WRITE LINHA-REL FROM LIN-TOTAL
           IF W-RECALC = "S" AND W-TOTAPL > ZEROS
              MOVE "*** FOLHA JA CALCULADA - RECALCULAR NO FPP006"
                                            TO LS-TEXTO
              WRITE LINHA-REL FROM LIN-SECAO.
           CLOSE RELALTF
           PERFORM ROT-FECHA THRU ROT-FECHA-FIM
           GO TO ROT-FIM.
      *
      *    PRIMEIRO REGISTRO DE UM FUNCIONARIO: TRATA TODAS AS
      *    ALTERACOES DELE E PULA PARA O PROXIMO FUNCIONARIO
       R1A.
           READ CADALTF NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO R1A-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R1A-FIM.
           MOVE ALTF-CODFUNC TO W-FUNCVEZ
           PERFORM ROT-FUNC THRU ROT-FUNC-FIM
           MOVE W-FUNCVEZ TO ALTF-CODFUNC
           MOVE 999       TO ALTF-SEQ
           START CADALTF KEY IS GREATER CHAVEALTF
                 INVALID KEY
                    MOVE "S" TO W-FIM.
       R1A-FIM.
           EXIT.
      *
       R2A.
           READ CADALTF NEXT RECORD
                AT END
                   MOVE "S" TO W-FIM
                   GO TO R2A-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2A-FIM.
           IF ALTF-SIT NOT = "P"
              GO TO R2A-FIM.
           ADD 1 TO W-TOTPEND
           MOVE ALTF-CODFUNC TO LP-COD CODFUNC
           MOVE ALTF-SEQ     TO LP-SEQ
           MOVE SPACES       TO LP-NOME
           READ CADFUNC
           IF ST-ERRO2 = "00"
              MOVE NOME TO LP-NOME.
           MOVE ALTF-DTEFET TO LP-VIG W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           IF W-DTAMD8 > W-DTLIMITE
              MOVE "VIGENCIA FUTURA" TO LP-SIT
           ELSE
              ADD 1 TO W-TOTNAPL
              MOVE ALTF-OBS TO LP-SIT.
           WRITE LINHA-REL FROM LIN-PEND.
       R2A-FIM.
           EXIT.
      *
      *********************************************************
      * ALTERACOES VENCIDAS DE UM FUNCIONARIO (W-FUNCVEZ), DA  *
      * VIGENCIA MAIS ANTIGA PARA A MAIS NOVA; A PRIMEIRA QUE  *
      * NAO PODE SER APLICADA SEGURA AS SEGUINTES              *
      *********************************************************
       ROT-FUNC.
           MOVE "N" TO W-ACHOU
           MOVE 99999999 TO W-DTACH
           MOVE W-FUNCVEZ TO ALTF-CODFUNC
           MOVE ZEROS     TO ALTF-SEQ
           START CADALTF KEY IS NOT LESS CHAVEALTF
                 INVALID KEY
                    GO TO ROT-FUNC-FIM.
       ROT-FUNC-RD.
           READ CADALTF NEXT RECORD
                AT END
                   GO TO ROT-FUNC-TESTA
           END-READ
           IF ST-ERRO NOT = "00" OR ALTF-CODFUNC NOT = W-FUNCVEZ
              GO TO ROT-FUNC-TESTA.
           IF ALTF-SIT NOT = "P"
              GO TO ROT-FUNC-RD.
           MOVE ALTF-DTEFET TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8 TO W-DTVEZ
           IF W-DTVEZ > W-DTLIMITE
              GO TO ROT-FUNC-RD.
           IF W-DTVEZ < W-DTACH
              MOVE W-DTVEZ  TO W-DTACH
              MOVE ALTF-SEQ TO W-SEQACH
              MOVE "S" TO W-ACHOU.
           GO TO ROT-FUNC-RD.
       ROT-FUNC-TESTA.
           IF W-ACHOU NOT = "S"
              GO TO ROT-FUNC-FIM.
           MOVE W-FUNCVEZ TO ALTF-CODFUNC
           MOVE W-SEQACH  TO ALTF-SEQ
           READ CADALTF
           IF ST-ERRO NOT = "00"
              GO TO ROT-FUNC-FIM.
           PERFORM ROT-APLICA THRU ROT-APLICA-FIM
           IF W-FALHA = "S"
              PERFORM ROT-SEGURA THRU ROT-SEGURA-FIM
              GO TO ROT-FUNC-FIM.
           GO TO ROT-FUNC.
       ROT-FUNC-FIM.
           EXIT.
      *
      *    AS DEMAIS VENCIDAS DO FUNCIONARIO ESPERAM A QUE FALHOU
       ROT-SEGURA.
           MOVE W-FUNCVEZ TO ALTF-CODFUNC
           MOVE ZEROS     TO ALTF-SEQ
           START CADALTF KEY IS NOT LESS CHAVEALTF
                 INVALID KEY
                    GO TO ROT-SEGURA-FIM.
       ROT-SEGURA-RD.
           READ CADALTF NEXT RECORD
                AT END
                   GO TO ROT-SEGURA-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR ALTF-CODFUNC NOT = W-FUNCVEZ
              GO TO ROT-SEGURA-FIM.
           IF ALTF-SIT NOT = "P" OR ALTF-SEQ = W-SEQACH
              GO TO ROT-SEGURA-RD.
           MOVE ALTF-DTEFET TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           IF W-DTAMD8 > W-DTLIMITE
              GO TO ROT-SEGURA-RD.
           MOVE "AGUARDA ALTERACAO ANTERIOR" TO ALTF-OBS
           REWRITE REGALTF
           GO TO ROT-SEGURA-RD.
       ROT-SEGURA-FIM.
           EXIT.
      *
      *********************************************************
      * APLICA A ALTERACAO LIDA EM REGALTF: CONFERE TUDO ANTES *
      * DE GRAVAR; SE NAO DER, W-FALHA = "S" E O MOTIVO VAI    *
      * PARA ALTF-OBS                                          *
      *********************************************************
       ROT-APLICA.
           MOVE "N" TO W-FALHA
           MOVE SPACES TO W-MOTIVO
           MOVE ALTF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "FUNCIONARIO NAO CADASTRADO" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
           IF SITFUNC = "D"
              MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
           IF ALTF-EMPFUNC NOT = ZEROS AND ALTF-EMPFUNC NOT = EMPFUNC
              AND SITFUNC NOT = "A"
              MOVE "SO ATIVO MUDA DE EMPRESA" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
           MOVE CODCARGO TO W-NOVOCARGO
           IF ALTF-CODCARGO NOT = ZEROS
              MOVE ALTF-CODCARGO TO W-NOVOCARGO.
      *    O STEP QUE VAI VALER PRECISA EXISTIR NA TABELA DO CARGO
      *    QUE VAI VALER (O NOVO, OU O ATUAL QUANDO SO MUDA O CARGO)
           MOVE ZEROS TO W-STEPANT
           MOVE CODFUNC TO FST-CODFUNC
           READ CADFSTEP
           IF ST-ERRO5 = "00"
              MOVE FST-STEP TO W-STEPANT.
           MOVE ALTF-STEP TO W-STEPNOVO
           IF W-STEPNOVO = ZEROS AND W-NOVOCARGO NOT = CODCARGO
              MOVE W-STEPANT TO W-STEPNOVO.
           IF W-STEPNOVO = ZEROS
              GO TO ROT-APLICA-GRAVA.
           IF W-TEMSTEP NOT = "S"
              MOVE "TABELA DE STEPS NAO ENCONTRADA" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
           MOVE W-NOVOCARGO TO STEP-CARGO
           MOVE W-STEPNOVO  TO STEP-COD
           READ CADSTEP
           IF ST-ERRO6 NOT = "00"
              MOVE "STEP INEXISTENTE PARA O CARGO" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
       ROT-APLICA-GRAVA.
           MOVE CODAREA    TO W-OLDCODAREA
           MOVE CODCARGO   TO W-OLDCODCARGO
           MOVE NDEPS      TO W-OLDNDEPS
           MOVE SITFUNC    TO W-OLDSITFUNC
           MOVE DTADMISSAO TO W-OLDDTADM
           MOVE DTDEMISSAO TO W-OLDDTDEM
           MOVE DTAFAST    TO W-OLDDTAFAST
           MOVE EMPFUNC    TO W-OLDEMPFUNC
           IF ALTF-CODAREA NOT = ZEROS
              MOVE ALTF-CODAREA TO CODAREA.
           IF ALTF-CODCARGO NOT = ZEROS
              MOVE ALTF-CODCARGO TO CODCARGO.
           IF ALTF-EMPFUNC NOT = ZEROS
              MOVE ALTF-EMPFUNC TO EMPFUNC.
           REWRITE REGFUNC
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO CADFUNC" TO W-MOTIVO
              GO TO ROT-APLICA-NEG.
           PERFORM ROT-GRAVA-HIST THRU ROT-GRAVA-HIST-FIM
           IF EMPFUNC NOT = W-OLDEMPFUNC
              PERFORM ROT-GRAVA-VINCULO THRU ROT-GRAVA-VINCULO-FIM.
           IF ALTF-STEP NOT = ZEROS
              PERFORM ROT-GRAVA-STEP THRU ROT-GRAVA-STEP-FIM.
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           MOVE "A"    TO ALTF-SIT
           MOVE W-HOJE TO ALTF-DTAPL
           MOVE SPACES TO ALTF-OBS
           REWRITE REGALTF
           ADD 1 TO W-TOTAPL
           PERFORM ROT-LINHA-APL THRU ROT-LINHA-APL-FIM
           GO TO ROT-APLICA-FIM.
       ROT-APLICA-NEG.
           MOVE "S" TO W-FALHA
           MOVE W-MOTIVO TO ALTF-OBS
           REWRITE REGALTF.
       ROT-APLICA-FIM.
           EXIT.
      *
      *    LINHA DA ALTERACAO APLICADA: SO O QUE MUDOU (DE > PARA)
       ROT-LINHA-APL.
           MOVE CODFUNC     TO LA-COD
           MOVE NOME        TO LA-NOME
           MOVE ALTF-DTEFET TO LA-VIG
           MOVE SPACES TO LA-AREA LA-CARGO LA-STEP LA-EMP
           IF CODAREA NOT = W-OLDCODAREA
              MOVE W-OLDCODAREA TO LDA-DE
              MOVE CODAREA      TO LDA-PARA
              MOVE LIN-DEPARA-AREA TO LA-AREA.
           IF CODCARGO NOT = W-OLDCODCARGO
              MOVE W-OLDCODCARGO TO LDC-DE
              MOVE CODCARGO      TO LDC-PARA
              MOVE LIN-DEPARA-CARGO TO LA-CARGO.
           IF ALTF-STEP NOT = ZEROS
              MOVE W-STEPANT TO LDS-DE
              MOVE ALTF-STEP TO LDS-PARA
              MOVE LIN-DEPARA-STEP TO LA-STEP.
           IF EMPFUNC NOT = W-OLDEMPFUNC
              MOVE W-OLDEMPFUNC TO LDE-DE
              MOVE EMPFUNC      TO LDE-PARA
              MOVE LIN-DEPARA-EMP TO LA-EMP.
           WRITE LINHA-REL FROM LIN-APL.
       ROT-LINHA-APL-FIM.
           EXIT.
      *
      *********************************************************
      * ARQUIVA OS VALORES ANTERIORES A ALTERACAO EM CADHFUNC, *
      * DATADO PELA VIGENCIA DA ALTERACAO                      *
      *********************************************************
       ROT-GRAVA-HIST.
           MOVE ZEROS TO W-SEQHIST
           MOVE CODFUNC TO CODFUNC-H
           MOVE ZEROS TO SEQHIST
           START CADHFUNC KEY IS NOT LESS CHAVEHIST
                 INVALID KEY GO TO ROT-GRAVA-HIST-WR.
       ROT-GRAVA-HIST-RD.
           READ CADHFUNC NEXT RECORD
                AT END
                   GO TO ROT-GRAVA-HIST-WR
           END-READ
           IF CODFUNC-H NOT = CODFUNC
                GO TO ROT-GRAVA-HIST-WR.
           MOVE SEQHIST TO W-SEQHIST
           GO TO ROT-GRAVA-HIST-RD.
       ROT-GRAVA-HIST-WR.
           ADD 1 TO W-SEQHIST
           MOVE CODFUNC       TO CODFUNC-H
           MOVE W-SEQHIST     TO SEQHIST
           MOVE ALTF-DTEFET   TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8      TO DTALTER-H
           MOVE W-OLDCODAREA  TO CODAREA-H
           MOVE W-OLDCODCARGO TO CODCARGO-H
           MOVE W-OLDNDEPS    TO NDEPS-H
           MOVE W-OLDSITFUNC  TO SITFUNC-H
           MOVE W-OLDDTADM    TO DTADMISSAO-H
           MOVE W-OLDDTDEM    TO DTDEMISSAO-H
           MOVE W-OLDDTAFAST  TO DTAFAST-H
           MOVE W-OLDEMPFUNC  TO EMPHFUNC
           WRITE REGHFUNC.
       ROT-GRAVA-HIST-FIM.
           EXIT.
      *
      *********************************************************
      * MUDANCA DE EMPRESA: FECHA O PERIODO NA EMPRESA DE      *
      * ORIGEM COMO VINCULO (T), COMO NA TRANSFERENCIA FPP018  *
      *********************************************************
       ROT-GRAVA-VINCULO.
           MOVE ZEROS TO W-PROXSEQ
           MOVE CODFUNC TO CODFUNC-V
           MOVE ZEROS   TO SEQVINC
           START CADVINC KEY IS NOT LESS CHAVEVINC
                 INVALID KEY
                    GO TO ROT-GRAVA-VINCULO-WR.
       ROT-GRAVA-VINCULO-RD.
           READ CADVINC NEXT RECORD
                AT END
                   GO TO ROT-GRAVA-VINCULO-WR
           END-READ
           IF CODFUNC-V NOT = CODFUNC
              GO TO ROT-GRAVA-VINCULO-WR.
           MOVE SEQVINC TO W-PROXSEQ
           GO TO ROT-GRAVA-VINCULO-RD.
       ROT-GRAVA-VINCULO-WR.
           ADD 1 TO W-PROXSEQ
           MOVE CODFUNC     TO CODFUNC-V
           MOVE W-PROXSEQ   TO SEQVINC
           MOVE DTADMISSAO  TO DTADMISSAO-V
           MOVE ALTF-DTEFET TO DTDEMISSAO-V
           MOVE DTAFAST     TO DTAFAST-V
           MOVE "T"         TO SITFUNC-V
           WRITE REGVINC.
       ROT-GRAVA-VINCULO-FIM.
           EXIT.
      *
      *    NOVO STEP NO CADFSTEP, COM ENTRADA NA DATA DA VIGENCIA
       ROT-GRAVA-STEP.
           MOVE CODFUNC TO FST-CODFUNC
           READ CADFSTEP
           MOVE ALTF-STEP   TO FST-STEP
           MOVE ALTF-DTEFET TO FST-DTINI
           IF ST-ERRO5 = "00"
              REWRITE REGFSTEP
           ELSE
              MOVE CODFUNC TO FST-CODFUNC
              WRITE REGFSTEP.
       ROT-GRAVA-STEP-FIM.
           EXIT.
      *
      *********************************************************
      * JORNALIZA A ALTERACAO APLICADA (ACAO A) COM O OPERADOR *
      * DA SESSAO (CADTRAVA) E A CHAVE DO FUNCIONARIO          *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           MOVE ZEROS TO W-JOPER
           IF ST-TRAVA = "00"
              MOVE TRAVA-OPERADOR TO W-JOPER.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS   TO JORN-SEQ
           MOVE W-JOPER TO JORN-OPER
           MOVE "FPP021  " TO JORN-PROG
           MOVE "CADFUNC " TO JORN-ARQ
           MOVE "A" TO JORN-ACAO
           MOVE SPACES TO JORN-CHREG
           MOVE CODFUNC TO JORN-CHREG (1:5)
           MOVE ALTF-SEQ TO JORN-CHREG (6:3)
           MOVE "ALT.PROGR." TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES DA COMPETENCIA
       ROT-DIAS-MES.
           EVALUATE W-MESCOMP
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-ANOCOMP BY 4 GIVING W-QUOC4
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
       ROT-FECHA.
           CLOSE CADALTF CADFUNC CADHFUNC CADVINC CADFSTEP
           IF W-TEMSTEP = "S"
              CLOSE CADSTEP.
       ROT-FECHA-FIM.
           EXIT.
      *
       ROT-FIM.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM
           DISPLAY "*** ALTERACOES PROGRAMADAS PROCESSADAS ***"
           DISPLAY "APLICADAS               : " W-TOTAPL
           DISPLAY "VENCIDAS NAO APLICADAS  : " W-TOTNAPL
           DISPLAY "PENDENTES APOS A RODADA : " W-TOTPEND
           IF W-RECALC = "S" AND W-TOTAPL > ZEROS
              DISPLAY "FOLHA DA COMPETENCIA JA CALCULADA - "
                      "RECALCULAR NO FPP006".
           DISPLAY "(DETALHES EM RELALTF.TXT)"
           PERFORM ROT-SPOOL THRU ROT-SPOOL-FIM
           GO TO ROT-FIM2.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-SPOOL-FIM.
           EXIT.
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
           MOVE "FPP021  " TO TRAVA-PROGBATCH
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
