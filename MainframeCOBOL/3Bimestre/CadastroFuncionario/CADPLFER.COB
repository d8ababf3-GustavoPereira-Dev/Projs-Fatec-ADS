      *     CADPARAM, PADRAO 30%) - CONTA AS DEMAIS PROGRAMACOES    *
      *     QUE SE SOBREPOEM A JANELA                               *
      * O MAPA ANUAL POR AREA SAI NO REL050.                        *
      * A PROGRAMACAO TAMBEM NASCE DA SOLICITACAO DO FUNCIONARIO NO *
      * AUTOATENDIMENTO (CONSFO3) APROVADA NO CADSOLF.              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADPLFER ASSIGN TO DISK
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
       FD CADPLFER
               LABEL RECORD IS STANDARD
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PCTMAX      PIC 9(03) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-HOJEPAR     PIC 9(08) VALUE ZEROS.
       01 W-AREAFUNC    PIC 9(03) VALUE ZEROS.
       01 W-QTDAREA     PIC 9(04) VALUE ZEROS.
       01 W-QTDAUSENTE  PIC 9(04) VALUE ZEROS.
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 015 TO W-PARAMCOD
              ACCEPT W-HOJEPAR FROM DATE YYYYMMDD
              MOVE W-HOJEPAR (1:6) TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTMAX
              END-IF
              CLOSE CADPARAM.
       R0C.
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
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
           IF ST-ERRO4 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
