      * O REALIZADO DO CADPAG (SALBRUTO + ENCARGOS PATRONAIS:       *
      * INSS PATRONAL + RAT + TERCEIROS SOBRE O BRUTO, PARAMETROS   *
      * 006/007/008, MAIS O FGTS DA FOLHA) E CONFRONTA COM O        *
      * ORCAMENTO OFICIAL DO CADORCAM (VERSAO O - A PROPOSTA R DO   *
      * FPP023 SO VALE DEPOIS DE PROMOVIDA PELO FPP024), COM A      *
      * VARIACAO PERCENTUAL POR AREA                                *
      * E CONSOLIDADA - O ESTOURO APARECE NO FECHAMENTO DA FOLHA,   *
      * NAO UM MES DEPOIS NO CONTABIL.                              *
      **************************************************************
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
           SELECT ORCREAL ASSIGN TO DISK
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 CHAVEORC.
             05 ORC-AREA      PIC 9(3).
             05 ORC-ANOMES    PIC 9(6).
             05 ORC-VERSAO    PIC X(1).
          03 ORC-VALOR        PIC 9(10)V99.
      *
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
      *
       FD ORCREAL
               LABEL RECORD IS STANDARD
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PCTENC      PIC 9(03)V99 VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-CUSTO       PIC 9(10)V99 VALUE ZEROS.
       01 W-IDXA        PIC 9(03) VALUE ZEROS.
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXA FROM 1 BY 1
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA = "A"
              GO TO R2-FIM.
      *
       R3.
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO R2-FIM.
      *    A PLR (FOLHA P) NAO TEM ENCARGO PATRONAL NEM FGTS
           IF TIPOFOLHA = "P"
              MOVE SALBRUTO TO W-CUSTO
           ELSE
              COMPUTE W-CUSTO = SALBRUTO
                     + (SALBRUTO * W-PCTENC / 100) + FGTS.
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH NOT = ZEROS
              ADD W-CUSTO TO TBA-REAL (W-IDXACH).
       R4.
           MOVE TBA-COD (W-IDXA) TO ORC-AREA
           MOVE W-ANOMESPROC     TO ORC-ANOMES
           MOVE "O"              TO ORC-VERSAO
           READ CADORCAM
           IF ST-ERRO4 = "00"
              MOVE ORC-VALOR TO TBA-ORC (W-IDXA)
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA EM  *
      * CALCULO (W-PARAMCOMP)                                  *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE W-ANOMESPROC TO W-PARAMCOMP
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
      *
