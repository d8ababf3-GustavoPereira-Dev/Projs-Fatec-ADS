       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CALCULO DOS ENCARGOS POR ATRASO DE UMA PARCELA DO CARNE -    *
      * CHAMADO PELA BAIXA NO BALCAO (CADRECEB), PELO RETORNO DO     *
      * BANCO (REL067) E PELO ACORDO DE RENEGOCIACAO (CADACORD):     *
      *   DIAS   = PAGAMENTO - VENCIMENTO EM ANO COMERCIAL (360 DIAS,*
      *            MESMA CONTA DO ENVELHECIMENTO DO REL045)          *
      *   MULTA  = VALOR X % DO PARAMETRO 029 (PADRAO 2%), UMA VEZ   *
      *   JUROS  = VALOR X % AO MES DO PARAMETRO 030 (PADRAO 1%)     *
      *            / 30 X DIAS DE ATRASO (PRO RATA DIA)              *
      * PARAMETROS NA COMPETENCIA DA DATA DO PAGAMENTO. PAGAMENTO    *
      * ATE O VENCIMENTO NAO TEM ENCARGO (TUDO DEVOLVIDO ZERADO).    *
      *                                                              *
      * PARAMETROS: VALOR 9(8)V99, VENCIMENTO E PAGAMENTO DDMMAAAA   *
      * 9(8), E DEVOLVIDOS DIAS 9(5), MULTA E JUROS 9(6)V99.         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARAM
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PCTMULTA    PIC 9(02)V99 VALUE ZEROS.
       01 W-PCTJUROS    PIC 9(02)V99 VALUE ZEROS.
       01 W-ATRASO      PIC S9(07) VALUE ZEROS.
       01 W-DTVENC.
          03 W-DIAV     PIC 9(02).
          03 W-MESV     PIC 9(02).
          03 W-ANOV     PIC 9(04).
       01 W-DTVENC8 REDEFINES W-DTVENC PIC 9(08).
       01 W-DTPAGTO.
          03 W-DIAP     PIC 9(02).
          03 W-MESP     PIC 9(02).
          03 W-ANOP     PIC 9(04).
       01 W-DTPAGTO8 REDEFINES W-DTPAGTO PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 W-ENVALOR     PIC 9(8)V99.
       01 W-ENDTVENC    PIC 9(8).
       01 W-ENDTPAGTO   PIC 9(8).
       01 W-ENDIAS      PIC 9(5).
       01 W-ENMULTA     PIC 9(6)V99.
       01 W-ENJUROS     PIC 9(6)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-ENVALOR W-ENDTVENC W-ENDTPAGTO
                                W-ENDIAS W-ENMULTA W-ENJUROS.
       INICIO.
       R0.
           MOVE ZEROS TO W-ENDIAS W-ENMULTA W-ENJUROS
           MOVE W-ENDTVENC  TO W-DTVENC8
           MOVE W-ENDTPAGTO TO W-DTPAGTO8
           COMPUTE W-ATRASO = ((W-ANOP - W-ANOV) * 360)
                            + ((W-MESP - W-MESV) * 30)
                            + (W-DIAP - W-DIAV)
           IF W-ATRASO NOT > ZEROS
              GO TO ROT-FIM2.
           IF W-ATRASO > 99999
              MOVE 99999 TO W-ATRASO.
           MOVE W-ATRASO TO W-ENDIAS.
      *
      *********************************************************
      * PERCENTUAIS DE MULTA E JUROS NA COMPETENCIA DO         *
      * PAGAMENTO (SEM PARAMETRO, 2% E 1% AO MES)              *
      *********************************************************
       R1.
           COMPUTE W-PARAMCOMP = (W-ANOP * 100) + W-MESP
           MOVE 2 TO W-PCTMULTA
           MOVE 1 TO W-PCTJUROS
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-PARAM NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 029 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTMULTA
              END-IF
              MOVE 030 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTJUROS
              END-IF
              CLOSE CADPARAM.
      *
       R2.
           COMPUTE W-ENMULTA ROUNDED =
                   W-ENVALOR * W-PCTMULTA / 100
           COMPUTE W-ENJUROS ROUNDED =
                   W-ENVALOR * W-PCTJUROS / 100 / 30 * W-ENDIAS.
      *
       ROT-FIM2.
           EXIT PROGRAM.
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
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
