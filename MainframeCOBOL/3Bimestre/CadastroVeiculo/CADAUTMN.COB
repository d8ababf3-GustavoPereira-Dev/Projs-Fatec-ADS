      * CADOPER). O FECHAMENTO EM CADMANUT APONTA A AUTORIZACAO     *
      * (MNT-AUTSEQ) E OS ESTOUROS/SERVICOS SEM AUTORIZACAO SAEM    *
      * NO REL061 - O REPARO DE 6 MIL NO CARRO DE 9 APARECE ANTES   *
      * DA NOTA CHEGAR. A OFICINA VEM DO CADASTRO DE FORNECEDORES   *
      * (CADFORN, TIPO O ATIVO) PELO CODIGO.                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADTRAVA ASSIGN TO DISK
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
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
       FD CADTRAVA
               LABEL RECORD IS STANDARD
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-COD          PIC 9(5).
          03 FOR-NOME         PIC X(30).
          03 FOR-CNPJ         PIC 9(14).
          03 FOR-TIPO         PIC X(1).
          03 FOR-CONTATO      PIC X(20).
          03 FOR-DDD          PIC 9(2).
          03 FOR-FONE         PIC 9(9).
          03 FOR-CEP          PIC 9(8).
          03 FOR-NENDRC       PIC 9(5).
          03 FOR-COMPL        PIC X(10).
          03 FOR-BANCO        PIC 9(3).
          03 FOR-AGENCIA      PIC 9(4).
          03 FOR-CONTA        PIC X(10).
          03 FOR-SIT          PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 ST-OPER       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TETOAPRV    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-HOJEPAR     PIC 9(08) VALUE ZEROS.
       01 W-OPERSESS    PIC 9(03) VALUE ZEROS.
       01 W-NIVELSESS   PIC 9(01) VALUE ZEROS.

           05  LINE 08  COLUMN 01
               VALUE  "   DESCRICAO DO SERVICO        :".
           05  LINE 10  COLUMN 01
               VALUE  "   OFICINA (CODIGO)            :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR ESTIMADO              :".
           05  LINE 14  COLUMN 01
               LINE 08  COLUMN 36  PIC X(40)
               USING  AUT-DESC
               HIGHLIGHT.
           05  TCODFORN
               LINE 10  COLUMN 36  PIC 9(05)
               USING  AUT-CODFORN
               HIGHLIGHT.
           05  TOFICINA
               LINE 10  COLUMN 43  PIC X(30)
               USING  AUT-OFICINA
               HIGHLIGHT.
           05  TVLRESTIM
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    TETO QUE EXIGE APROVACAO DE NIVEL 1 (PARAMETRO 016)
       R0A.
           MOVE ZEROS TO W-TETOAPRV
           OPEN INPUT CADPARAM
           IF ST-ERRO3 = "00"
              MOVE 016 TO W-PARAMCOD
              ACCEPT W-HOJEPAR FROM DATE YYYYMMDD
              MOVE W-HOJEPAR (1:6) TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-TETOAPRV
              CLOSE CADPARAM.
      *    OPERADOR E NIVEL DA SESSAO (CADTRAVA -> CADOPER)
       R0B.
       R1.
           MOVE SPACES TO AUT-PLACA AUT-DESC AUT-OFICINA AUT-SIT
           MOVE ZEROS TO AUT-SEQ AUT-VLRESTIM AUT-OPERAPRV
           MOVE ZEROS TO AUT-DTAPRV AUT-CODFORN W-SEL
           DISPLAY TCADAUT.
      *
       R2.
              MOVE "DESCRICAO NAO INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    OFICINA PELO CODIGO DO FORNECEDOR (CADFORN TIPO O)
       R5.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE AUT-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF FOR-TIPO NOT = "O"
              MOVE "*** FORNECEDOR NAO E OFICINA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE FOR-NOME TO AUT-OFICINA
           DISPLAY TOFICINA.
       R6.
           ACCEPT TVLRESTIM
           ACCEPT W-ACT FROM ESCAPE KEY
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADAUTMN CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
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
           IF ST-ERRO3 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
