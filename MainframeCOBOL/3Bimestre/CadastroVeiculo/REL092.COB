       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL092.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DISTRATOS E DEVOLUCOES - PARA A COMPETENCIA INFORMADA LISTA *
      * OS DISTRATOS DE VENDA (CADDIST) COM O MOTIVO, AS PARCELAS   *
      * CANCELADAS, AS PARCELAS JA RECEBIDAS QUE DEVEM SER          *
      * DEVOLVIDAS AO COMPRADOR (CADRECEB, UMA A UMA), O VEICULO DA *
      * TROCA (DEVOLVIDO OU MANTIDO COMO COMPRA, QUANDO O VALOR     *
      * DELE TAMBEM E DEVOLVIDO) E O TRATAMENTO DA COMISSAO         *
      * (ESTORNO NO 060 OU DESCONTO 515 NA FOLHA). SAIDA EM         *
      * DEVOLUC.TXT.                                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEDIST
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT DEVOLUC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIST.DAT".
       01 REGDIST.
          03 CHAVEDIST.
             05 DIS-PLACA      PIC X(7).
             05 DIS-DTAVENDA   PIC 9(8).
          03 DIS-DTDIST.
             05 DIS-ANODIST    PIC 9(4).
             05 DIS-MESDIST    PIC 9(2).
             05 DIS-DIADIST    PIC 9(2).
          03 DIS-MOTIVO        PIC X(1).
          03 DIS-OBS           PIC X(40).
          03 DIS-COMPRADOR     PIC X(30).
          03 DIS-CODCLI        PIC 9(5).
          03 DIS-VALORVENDA    PIC 9(8)V99.
          03 DIS-VENDEDOR      PIC 9(5).
          03 DIS-PLACATROCA    PIC X(7).
          03 DIS-VLRTROCA      PIC 9(8)V99.
          03 DIS-TROCA         PIC X(1).
          03 DIS-QTDABERTO     PIC 9(2).
          03 DIS-VLRABERTO     PIC 9(8)V99.
          03 DIS-QTDRECEB      PIC 9(2).
          03 DIS-VLRRECEB      PIC 9(8)V99.
          03 DIS-VLRDEVOL      PIC 9(9)V99.
          03 DIS-COMIS         PIC X(1).
          03 DIS-VLRCOMIS      PIC 9(6)V99.
          03 DIS-ANOMESCOM     PIC 9(6).
          03 DIS-OPER          PIC 9(3).
      *
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC       PIC 9(8).
          03 REC-VALOR        PIC 9(8)V99.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD DEVOLUC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVOLUC.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL092".
       01 W-SPARQ       PIC X(14) VALUE "DEVOLUC.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMRECEB    PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-IDXM        PIC 9(02) VALUE ZEROS.
       01 W-DTDIST8     PIC 9(08) VALUE ZEROS.
       01 W-TOTDIST     PIC 9(05) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTRECEB    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTTROCA    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTDEVOL    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTESTORNO  PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTDESC515  PIC 9(11)V99 VALUE ZEROS.
      *
      *    MOTIVOS DO DISTRATO (CODIGO + DESCRICAO)
       01 TABMOTDIS.
          03 FILLER PIC X(31) VALUE "1DESISTENCIA DO COMPRADOR".
          03 FILLER PIC X(31) VALUE "2CREDITO/FINANCIAMENTO RECUSADO".
          03 FILLER PIC X(31) VALUE "3DEFEITO/VICIO DO VEICULO".
          03 FILLER PIC X(31) VALUE "4PROBLEMA DE DOCUMENTACAO".
          03 FILLER PIC X(31) VALUE "5ACORDO COMERCIAL".
          03 FILLER PIC X(31) VALUE "9OUTROS (VER OBSERVACAO)".
       01 TABMOTDIS-R REDEFINES TABMOTDIS.
          03 TB-MOTDIS OCCURS 6 TIMES.
             05 TBM-COD   PIC X(01).
             05 TBM-DESC  PIC X(30).

       01 LIN-TITULO.
          03 FILLER        PIC X(38) VALUE
             "*** DISTRATOS E DEVOLUCOES - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(51) VALUE SPACES.

       01 LIN-DIST.
          03 FILLER        PIC X(07) VALUE "VENDA: ".
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTAVENDA   PIC 99/99/9999.
          03 FILLER        PIC X(11) VALUE "  DISTRATO ".
          03 LD-DTDIST     PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "  VALOR: ".
          03 LD-VALOR      PIC Z(7)9,99.
          03 FILLER        PIC X(07) VALUE "  VEND ".
          03 LD-VEND       PIC Z(4)9.
          03 FILLER        PIC X(07) VALUE "  OPER ".
          03 LD-OPER       PIC ZZ9.
          03 FILLER        PIC X(12) VALUE SPACES.

       01 LIN-COMPR.
          03 FILLER        PIC X(13) VALUE "   COMPRADOR ".
          03 LC-CODCLI     PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LC-NOME       PIC X(30).
          03 FILLER        PIC X(09) VALUE "  MOTIVO ".
          03 LC-MOTIVO     PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LC-DESCMOT    PIC X(30).
          03 FILLER        PIC X(10) VALUE SPACES.

       01 LIN-OBS.
          03 FILLER        PIC X(15) VALUE "   OBSERVACAO: ".
          03 LO-OBS        PIC X(40).
          03 FILLER        PIC X(45) VALUE SPACES.

       01 LIN-CANC.
          03 FILLER        PIC X(31) VALUE
             "   PARCELAS EM ABERTO CANCEL.: ".
          03 LCA-QTD       PIC Z9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LCA-VALOR     PIC Z(7)9,99.
          03 FILLER        PIC X(54) VALUE SPACES.

       01 LIN-PARC.
          03 FILLER        PIC X(17) VALUE "   A DEVOLVER - ".
          03 FILLER        PIC X(08) VALUE "PARCELA ".
          03 LP-PARC       PIC Z9.
          03 FILLER        PIC X(06) VALUE "  VCTO".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-DTVENC     PIC 99/99/9999.
          03 FILLER        PIC X(10) VALUE "  RECEBIDA".
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LP-DTRECEB    PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LP-VALOR      PIC Z(7)9,99.
          03 FILLER        PIC X(22) VALUE SPACES.

       01 LIN-TROCA.
          03 FILLER        PIC X(11) VALUE "   TROCA : ".
          03 LTR-PLACA     PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTR-VALOR     PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTR-DESTINO   PIC X(40).
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-COMIS.
          03 FILLER        PIC X(13) VALUE "   COMISSAO: ".
          03 LCO-VALOR     PIC Z(5)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LCO-TEXTO     PIC X(40).
          03 LCO-MES       PIC 99.
          03 LCO-BARRA     PIC X(01).
          03 LCO-ANO       PIC 9(4).
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-DEVOL.
          03 FILLER        PIC X(40) VALUE
             "   TOTAL A DEVOLVER AO COMPRADOR      : ".
          03 LDV-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(48) VALUE SPACES.

       01 LIN-TOTAL.
          03 LTT-TEXTO     PIC X(40).
          03 LTT-VALOR     PIC Z(10)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** DISTRATOS E DEVOLUCOES ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADDIST
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUM DISTRATO REGISTRADO (CADDIST)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMRECEB
           OPEN INPUT CADRECEB
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMRECEB.
       R0B.
           OPEN OUTPUT DEVOLUC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO DEVOLUC.TXT"
              CLOSE CADDIST
              IF W-TEMRECEB = "S"
                 CLOSE CADRECEB
              END-IF
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM DISTRATO DA COMPETENCIA                             *
      *********************************************************
       R2.
           READ CADDIST NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF DIS-ANODIST NOT = W-ANOPROC
              OR DIS-MESDIST NOT = W-MESPROC
              GO TO R2-FIM.
           ADD 1 TO W-TOTDIST
           MOVE DIS-PLACA      TO LD-PLACA
           MOVE DIS-DTAVENDA   TO LD-DTAVENDA
           COMPUTE W-DTDIST8 = (DIS-DIADIST * 1000000)
                  + (DIS-MESDIST * 10000) + DIS-ANODIST
           MOVE W-DTDIST8      TO LD-DTDIST
           MOVE DIS-VALORVENDA TO LD-VALOR
           MOVE DIS-VENDEDOR   TO LD-VEND
           MOVE DIS-OPER       TO LD-OPER
           WRITE LINHA-REL FROM LIN-DIST
           MOVE DIS-CODCLI     TO LC-CODCLI
           MOVE DIS-COMPRADOR  TO LC-NOME
           MOVE DIS-MOTIVO     TO LC-MOTIVO
           MOVE SPACES         TO LC-DESCMOT
           PERFORM R2-MOTIVO THRU R2-MOTIVO-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 6
           WRITE LINHA-REL FROM LIN-COMPR
           IF DIS-OBS NOT = SPACES
              MOVE DIS-OBS TO LO-OBS
              WRITE LINHA-REL FROM LIN-OBS.
           IF DIS-QTDABERTO > ZEROS
              MOVE DIS-QTDABERTO TO LCA-QTD
              MOVE DIS-VLRABERTO TO LCA-VALOR
              WRITE LINHA-REL FROM LIN-CANC
              ADD DIS-VLRABERTO TO W-TOTCANC.
           IF DIS-QTDRECEB > ZEROS AND W-TEMRECEB = "S"
              PERFORM R3 THRU R3-FIM.
           ADD DIS-VLRRECEB TO W-TOTRECEB
           IF DIS-TROCA NOT = SPACE
              MOVE DIS-PLACATROCA TO LTR-PLACA
              MOVE DIS-VLRTROCA   TO LTR-VALOR
              IF DIS-TROCA = "D"
                 MOVE "DEVOLVIDA AO COMPRADOR" TO LTR-DESTINO
              ELSE
                 MOVE "MANTIDA COMO COMPRA - VALOR A DEVOLVER"
                                                   TO LTR-DESTINO
                 ADD DIS-VLRTROCA TO W-TOTTROCA
              END-IF
              WRITE LINHA-REL FROM LIN-TROCA.
           IF DIS-COMIS NOT = SPACE
              PERFORM R4 THRU R4-FIM.
           MOVE DIS-VLRDEVOL TO LDV-VALOR
           WRITE LINHA-REL FROM LIN-DEVOL
           ADD DIS-VLRDEVOL TO W-TOTDEVOL
           WRITE LINHA-REL FROM LIN-SEP.
       R2-FIM.
           EXIT.
       R2-MOTIVO.
           IF TBM-COD (W-IDXM) = DIS-MOTIVO
              MOVE TBM-DESC (W-IDXM) TO LC-DESCMOT.
       R2-MOTIVO-FIM.
           EXIT.
      *
      *    PARCELAS JA RECEBIDAS DA VENDA: O QUE SE DEVOLVE
       R3.
           MOVE DIS-PLACA    TO REC-PLACA
           MOVE DIS-DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS        TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO R3-FIM.
       R3-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO R3-FIM
           END-READ
           IF ST-ERRO2 NOT = "00" OR REC-PLACA NOT = DIS-PLACA
              OR REC-DTAVENDA NOT = DIS-DTAVENDA
              GO TO R3-FIM.
           IF REC-DTRECEB = ZEROS OR REC-SIT = "R"
              GO TO R3-RD.
           MOVE REC-PARC    TO LP-PARC
           MOVE REC-DTVENC  TO LP-DTVENC
           MOVE REC-DTRECEB TO LP-DTRECEB
           MOVE REC-VALOR   TO LP-VALOR
           WRITE LINHA-REL FROM LIN-PARC
           GO TO R3-RD.
       R3-FIM.
           EXIT.
      *
      *    COMISSAO: ESTORNADA NO 060 OU DESCONTADA NO 515
       R4.
           MOVE DIS-VLRCOMIS TO LCO-VALOR
           MOVE "/" TO LCO-BARRA
           MOVE DIS-ANOMESCOM (5:2) TO LCO-MES
           MOVE DIS-ANOMESCOM (1:4) TO LCO-ANO
           IF DIS-COMIS = "E"
              MOVE "ESTORNADA NO EVENTO 060 DA COMPETENCIA "
                                                   TO LCO-TEXTO
              ADD DIS-VLRCOMIS TO W-TOTESTORNO
           ELSE
              MOVE "DESCONTO 515 NA FOLHA DA COMPETENCIA   "
                                                   TO LCO-TEXTO
              ADD DIS-VLRCOMIS TO W-TOTDESC515.
           WRITE LINHA-REL FROM LIN-COMIS.
       R4-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "DISTRATOS NA COMPETENCIA               :" TO LTT-TEXTO
           MOVE W-TOTDIST TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PARCELAS EM ABERTO CANCELADAS          :" TO LTT-TEXTO
           MOVE W-TOTCANC TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "PARCELAS RECEBIDAS A DEVOLVER          :" TO LTT-TEXTO
           MOVE W-TOTRECEB TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TROCAS MANTIDAS COMO COMPRA            :" TO LTT-TEXTO
           MOVE W-TOTTROCA TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL A DEVOLVER AOS COMPRADORES       :" TO LTT-TEXTO
           MOVE W-TOTDEVOL TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "COMISSOES ESTORNADAS (EVENTO 060)      :" TO LTT-TEXTO
           MOVE W-TOTESTORNO TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "COMISSOES DESCONTADAS (EVENTO 515)     :" TO LTT-TEXTO
           MOVE W-TOTDESC515 TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           IF W-TEMRECEB = "S"
              CLOSE CADRECEB.
           CLOSE CADDIST DEVOLUC
           DISPLAY "*** RELATORIO GERADO EM DEVOLUC.TXT ***".
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
