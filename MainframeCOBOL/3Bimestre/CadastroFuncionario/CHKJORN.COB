       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKJORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * VALOR DE CONTROLE DO JORNAL (CADJORN) - CALCULA O CHECK DE   *
      * UM REGISTRO A PARTIR DO CHECK DO REGISTRO ANTERIOR NA CADEIA *
      * E DE TODO O CONTEUDO DO REGISTRO (CHAVE, OPERADOR, PROGRAMA, *
      * ARQUIVO, ACAO, CHAVE DO REGISTRO, RESUMO E NUMERO DE         *
      * SEQUENCIA DA CADEIA). CADA BYTE ENTRA PESADO PELA POSICAO,   *
      * ENTAO TROCA, ALTERACAO OU REMOCAO DE QUALQUER REGISTRO MUDA  *
      * O CHECK DELE E DE TODOS OS SEGUINTES.                        *
      * CHAMADO PELO JORNREG (GRAVACAO), VERJORN (VERIFICACAO),      *
      * ARQJORN (ARQUIVAMENTO) E CNVJORN (CONVERSAO).                *
      *                                                              *
      * PARAMETROS: REGISTRO DO JORNAL X(78) (SO OS 69 PRIMEIROS     *
      * BYTES ENTRAM NO CALCULO - O CHECK NAO ENTRA NELE MESMO),     *
      * CHECK DO ANTERIOR 9(9) E CHECK CALCULADO 9(9) (RETORNO).     *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    SEMENTE E MODULO DA CADEIA - NAO ALTERAR: MUDA O CHECK DE
      *    TODO O JORNAL E DO ARQUIVO MORTO
       01 W-SEMENTE     PIC 9(09) VALUE 271828182.
       01 W-MODULO      PIC 9(09) VALUE 999999937.
       01 W-ACUM        PIC 9(12) COMP VALUE ZEROS.
       01 W-QUOC        PIC 9(12) COMP VALUE ZEROS.
       01 W-IDXB        PIC 9(04) COMP VALUE ZEROS.
      *    BYTE DO REGISTRO VISTO COMO NUMERO (0 A 255)
       01 W-BYTE-G.
          03 W-BYTE-ALTO   PIC X(01) VALUE LOW-VALUE.
          03 W-BYTE        PIC X(01) VALUE LOW-VALUE.
       01 W-BYTE-N REDEFINES W-BYTE-G PIC 9(04) COMP.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CJ-REG        PIC X(78).
       01 CJ-ANT        PIC 9(09).
       01 CJ-CHECK      PIC 9(09).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CJ-REG CJ-ANT CJ-CHECK.
       INICIO.
       R0.
           COMPUTE W-ACUM = CJ-ANT + W-SEMENTE
           DIVIDE W-ACUM BY W-MODULO GIVING W-QUOC REMAINDER W-ACUM
           PERFORM R1 THRU R1-FIM
                   VARYING W-IDXB FROM 1 BY 1 UNTIL W-IDXB > 69.
           MOVE W-ACUM TO CJ-CHECK.
       ROT-FIM2.
           EXIT PROGRAM.
      *
       R1.
           MOVE LOW-VALUE TO W-BYTE-ALTO
           MOVE CJ-REG (W-IDXB:1) TO W-BYTE
           COMPUTE W-ACUM = W-ACUM * 31 + (W-BYTE-N + 1) * W-IDXB
           DIVIDE W-ACUM BY W-MODULO GIVING W-QUOC REMAINDER W-ACUM.
       R1-FIM.
           EXIT.
