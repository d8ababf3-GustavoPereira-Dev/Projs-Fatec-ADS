       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAPRT.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PROTECAO DA SENHA DO OPERADOR (CADOPER) - A SENHA NAO FICA   *
      * MAIS GRAVADA EM CLARO: OPER-SENHA E O HISTORICO DAS ULTIMAS  *
      * SENHAS GUARDAM SO O VALOR PROTEGIDO CALCULADO AQUI, E A      *
      * CONFERENCIA COMPARA O VALOR PROTEGIDO DA SENHA DIGITADA.     *
      * O CODIGO DO OPERADOR ENTRA NO CALCULO, ENTAO A MESMA SENHA   *
      * EM OPERADORES DIFERENTES DA VALORES DIFERENTES. CADA BYTE    *
      * ENTRA PESADO PELA POSICAO, COMO NO CHKJORN.                  *
      * CHAMADO PELO CONFSENH (CONFERENCIA E TROCA), CADOPER         *
      * (CADASTRO E REINICIO DE SENHA), MENU (OPERADOR INICIAL) E    *
      * CNVOPER (CONVERSAO DAS SENHAS EM CLARO).                     *
      *                                                              *
      * PARAMETROS: CODIGO DO OPERADOR 9(3), SENHA DIGITADA X(8) E   *
      * SENHA PROTEGIDA X(8) (RETORNO, 8 DIGITOS).                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SEMENTE E MODULO DA PROTECAO - NAO ALTERAR: INVALIDA TODAS
      *    AS SENHAS GRAVADAS NO CADOPER
       01 W-SEMENTE     PIC 9(09) VALUE 161803398.
       01 W-MODULO      PIC 9(08) VALUE 99999989.
       01 W-ACUM        PIC 9(12) COMP VALUE ZEROS.
       01 W-QUOC        PIC 9(12) COMP VALUE ZEROS.
       01 W-IDXB        PIC 9(04) COMP VALUE ZEROS.
       01 W-RODADA      PIC 9(04) COMP VALUE ZEROS.
       01 W-RESULT      PIC 9(08) VALUE ZEROS.
      *    BYTE DA SENHA VISTO COMO NUMERO (0 A 255)
       01 W-BYTE-G.
          03 W-BYTE-ALTO   PIC X(01) VALUE LOW-VALUE.
          03 W-BYTE        PIC X(01) VALUE LOW-VALUE.
       01 W-BYTE-N REDEFINES W-BYTE-G PIC 9(04) COMP.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SP-COD        PIC 9(03).
       01 SP-SENHA      PIC X(08).
       01 SP-PROT       PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SP-COD SP-SENHA SP-PROT.
       INICIO.
       R0.
           COMPUTE W-ACUM = W-SEMENTE + SP-COD * 7919
           DIVIDE W-ACUM BY W-MODULO GIVING W-QUOC REMAINDER W-ACUM
      *    DUAS PASSADAS SOBRE A SENHA PARA ESPALHAR OS ULTIMOS BYTES
           PERFORM R1 THRU R1-FIM
                   VARYING W-RODADA FROM 1 BY 1 UNTIL W-RODADA > 2.
           MOVE W-ACUM   TO W-RESULT
           MOVE W-RESULT TO SP-PROT.
       ROT-FIM2.
           EXIT PROGRAM.
      *
       R1.
           PERFORM R2 THRU R2-FIM
                   VARYING W-IDXB FROM 1 BY 1 UNTIL W-IDXB > 8.
       R1-FIM.
           EXIT.
      *
       R2.
           MOVE LOW-VALUE TO W-BYTE-ALTO
           MOVE SP-SENHA (W-IDXB:1) TO W-BYTE
           COMPUTE W-ACUM = W-ACUM * 131
                          + (W-BYTE-N + 1) * (W-IDXB + W-RODADA * 8)
           DIVIDE W-ACUM BY W-MODULO GIVING W-QUOC REMAINDER W-ACUM.
       R2-FIM.
           EXIT.
