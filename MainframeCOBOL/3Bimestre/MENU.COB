                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       FD CADTRAVA
               LABEL RECORD IS STANDARD
             04 DIASEG-CAR  PIC 9(02).
             04 MESSEG-CAR  PIC 9(02).
             04 ANOSEG-CAR  PIC 9(04).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *-----------------------------------------------------------------
       FD CADFUNC
               LABEL RECORD IS STANDARD
       01 W-OPERCOD     PIC 9(03) VALUE ZEROS.
       01 W-SENHA       PIC X(08) VALUE SPACES.
       01 W-TENTATIVAS  PIC 9(01) VALUE ZEROS.
       01 W-SENHACONF   PIC X(08) VALUE SPACES.
       01 W-MODOSENHA   PIC X(01) VALUE "L".
       01 W-RETSENHA    PIC X(01) VALUE SPACES.
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-NEGADO      PIC X(01) VALUE "N".
       01 W-IDXM        PIC 9(03) VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-EMANUT      PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".

       01 W-EBATCH      PIC X(01) VALUE "N".

      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 W-REGJORN.
          03 W-JNCHAVE.
             05 W-JNDATA   PIC 9(8).
             05 W-JNHORA   PIC 9(6).
             05 W-JNSEQ    PIC 9(2).
          03 W-JNOPER      PIC 9(3).
          03 W-JNPROG      PIC X(8).
          03 W-JNARQ       PIC X(8).
          03 W-JNACAO      PIC X(1).
          03 W-JNCHREG     PIC X(14).
          03 W-JNRESUMO    PIC X(10).

       01 TABMANUT.
          03 TB-MANUT   PIC 9(03) OCCURS 180 TIMES VALUE ZEROS.

       01 TABBATCH.
          03 TB-BATCH   PIC 9(03) OCCURS 39 TIMES VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ROT-MONTA-MANUT THRU ROT-MONTA-BATCH
           PERFORM ROT-LOGIN THRU ROT-LOGIN-FIM
           PERFORM ROT-PAINEL THRU ROT-PAINEL-FIM
           PERFORM UNTIL W-FIM = "S"
              PERFORM ROT-TELA
      **************************************************************
      * ROTINA DE LOGIN DO OPERADOR - EXECUTADA UMA UNICA VEZ NO    *
      * INICIO DO MENU. NA PRIMEIRA EXECUCAO, SEM NENHUM OPERADOR   *
      * CADASTRADO, CRIA O ADMINISTRADOR 001 COM A SENHA DIGITADA   *
      * NA HORA (NAO HA SENHA PADRAO) PARA PERMITIR A MANUTENCAO    *
      * DOS DEMAIS OPERADORES VIA OPCAO 33 (CADOPER). A SENHA E     *
      * CONFERIDA PELO CONFSENH (ERROS, BLOQUEIO, VALIDADE E TROCA).*
      **************************************************************
       ROT-MONTA-MANUT.
           MOVE 01 TO TB-MANUT(01)
           MOVE 175 TO TB-MANUT(95)
           MOVE 176 TO TB-MANUT(96)
           MOVE 177 TO TB-MANUT(97)
           MOVE 178 TO TB-MANUT(98)
           MOVE 179 TO TB-MANUT(99)
           MOVE 180 TO TB-MANUT(100)
           MOVE 181 TO TB-MANUT(101)
           MOVE 182 TO TB-MANUT(102)
           MOVE 183 TO TB-MANUT(103)
           MOVE 184 TO TB-MANUT(104)
           MOVE 185 TO TB-MANUT(105)
           MOVE 186 TO TB-MANUT(106)
           MOVE 187 TO TB-MANUT(107)
           MOVE 188 TO TB-MANUT(108)
           MOVE 189 TO TB-MANUT(109)
           MOVE 191 TO TB-MANUT(110)
           MOVE 194 TO TB-MANUT(111)
           MOVE 195 TO TB-MANUT(112)
           MOVE 198 TO TB-MANUT(113)
           MOVE 200 TO TB-MANUT(114)
           MOVE 201 TO TB-MANUT(115)
           MOVE 205 TO TB-MANUT(116)
           MOVE 206 TO TB-MANUT(117)
           MOVE 208 TO TB-MANUT(118)
           MOVE 210 TO TB-MANUT(119)
           MOVE 212 TO TB-MANUT(120)
           MOVE 215 TO TB-MANUT(121)
           MOVE 217 TO TB-MANUT(122)
           MOVE 218 TO TB-MANUT(123)
           MOVE 219 TO TB-MANUT(124)
           MOVE 221 TO TB-MANUT(125)
           MOVE 222 TO TB-MANUT(126)
           MOVE 223 TO TB-MANUT(127)
           MOVE 224 TO TB-MANUT(128)
           MOVE 225 TO TB-MANUT(129)
           MOVE 228 TO TB-MANUT(130)
           MOVE 229 TO TB-MANUT(131)
           MOVE 231 TO TB-MANUT(132)
           MOVE 232 TO TB-MANUT(133)
           MOVE 234 TO TB-MANUT(134)
           MOVE 238 TO TB-MANUT(135)
           MOVE 243 TO TB-MANUT(136)
           MOVE 245 TO TB-MANUT(137)
           MOVE 248 TO TB-MANUT(138)
           MOVE 251 TO TB-MANUT(139)
           MOVE 261 TO TB-MANUT(140)
           MOVE 264 TO TB-MANUT(141)
           MOVE 265 TO TB-MANUT(142)
           MOVE 266 TO TB-MANUT(143)
           MOVE 269 TO TB-MANUT(144)
           MOVE 272 TO TB-MANUT(145)
           MOVE 274 TO TB-MANUT(146)
           MOVE 276 TO TB-MANUT(147)
           MOVE 277 TO TB-MANUT(148)
           MOVE 278 TO TB-MANUT(149)
           MOVE 279 TO TB-MANUT(150)
           MOVE 280 TO TB-MANUT(151)
           MOVE 281 TO TB-MANUT(152)
           MOVE 283 TO TB-MANUT(153)
           MOVE 284 TO TB-MANUT(154)
           MOVE 285 TO TB-MANUT(155)
           MOVE 288 TO TB-MANUT(156)
           MOVE 289 TO TB-MANUT(157)
           MOVE 290 TO TB-MANUT(158)
           MOVE 291 TO TB-MANUT(159)
           MOVE 292 TO TB-MANUT(160)
           MOVE 293 TO TB-MANUT(161)
           MOVE 294 TO TB-MANUT(162)
           MOVE 193 TO TB-MANUT(163)
           MOVE 196 TO TB-MANUT(164)
           MOVE 203 TO TB-MANUT(165)
           MOVE 207 TO TB-MANUT(166)
           MOVE 213 TO TB-MANUT(167)
           MOVE 233 TO TB-MANUT(168)
           MOVE 236 TO TB-MANUT(169)
           MOVE 237 TO TB-MANUT(170)
           MOVE 239 TO TB-MANUT(171)
           MOVE 241 TO TB-MANUT(172)
           MOVE 242 TO TB-MANUT(173)
           MOVE 246 TO TB-MANUT(174)
           MOVE 249 TO TB-MANUT(175)
           MOVE 256 TO TB-MANUT(176)
           MOVE 258 TO TB-MANUT(177)
           MOVE 259 TO TB-MANUT(178)
           MOVE 262 TO TB-MANUT(179)
           MOVE 275 TO TB-MANUT(180).
      *    OPCOES QUE DISPARAM BATCH: O PROPRIO BATCH FAZ O
      *    CONTROLE DE JANELA EM CADTRAVA, ENTAO O MENU NAO
      *    LIGA A TRAVA ONLINE PARA ELAS
           MOVE 122 TO TB-BATCH(13)
           MOVE 134 TO TB-BATCH(14)
           MOVE 135 TO TB-BATCH(15)
           MOVE 176 TO TB-BATCH(16)
           MOVE 180 TO TB-BATCH(17)
           MOVE 181 TO TB-BATCH(18)
           MOVE 182 TO TB-BATCH(19)
           MOVE 183 TO TB-BATCH(20)
           MOVE 185 TO TB-BATCH(21)
           MOVE 193 TO TB-BATCH(22)
           MOVE 196 TO TB-BATCH(23)
           MOVE 203 TO TB-BATCH(24)
           MOVE 207 TO TB-BATCH(25)
           MOVE 213 TO TB-BATCH(26)
           MOVE 233 TO TB-BATCH(27)
           MOVE 236 TO TB-BATCH(28)
           MOVE 237 TO TB-BATCH(29)
           MOVE 239 TO TB-BATCH(30)
           MOVE 241 TO TB-BATCH(31)
           MOVE 242 TO TB-BATCH(32)
           MOVE 246 TO TB-BATCH(33)
           MOVE 249 TO TB-BATCH(34)
           MOVE 262 TO TB-BATCH(35)
           MOVE 291 TO TB-BATCH(36)
           MOVE 292 TO TB-BATCH(37)
           MOVE 293 TO TB-BATCH(38)
           MOVE 294 TO TB-BATCH(39).
      *
       ROT-LOGIN.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 PERFORM ROT-OPER-INICIAL THRU ROT-OPER-INICIAL-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
                 STOP RUN
           ELSE
              CLOSE CADOPER.
           MOVE ZEROS TO W-TENTATIVAS.
       ROT-LOGIN-PROMPT.
           DISPLAY " ".
           ACCEPT W-OPERCOD
           DISPLAY "SENHA               : " WITH NO ADVANCING
           ACCEPT W-SENHA
      *    CONFERENCIA PELO CONFSENH: CONTA OS ERROS NO CADOPER,
      *    BLOQUEIA NO LIMITE E PEDE A TROCA DA SENHA VENCIDA
           CALL "CONFSENH" USING W-OPERCOD W-SENHA W-MODOSENHA
                                 W-RETSENHA REGOPER
           IF W-RETSENHA = "X"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO OPERADOR"
              STOP RUN.
           IF W-RETSENHA = "B"
              DISPLAY "*** OPERADOR BLOQUEADO - PROCURE UM OPERADOR "
                      "NIVEL 1 ***"
              STOP RUN.
           IF W-RETSENHA = "V"
              DISPLAY "*** SENHA NAO TROCADA - ACESSO RECUSADO ***"
              STOP RUN.
           IF W-RETSENHA NOT = "S"
              ADD 1 TO W-TENTATIVAS
              DISPLAY "*** CODIGO OU SENHA INVALIDOS ***"
              IF W-TENTATIVAS < 3
                 GO TO ROT-LOGIN-PROMPT
              ELSE
                 DISPLAY "*** NUMERO DE TENTATIVAS EXCEDIDO ***"
                 STOP RUN.
           MOVE OPER-NIVEL TO W-NIVEL
           MOVE OPER-PERFIL TO W-PERFIL.
       ROT-LOGIN-FIM.
           EXIT.
      *
      **************************************************************
      * PRIMEIRA EXECUCAO: CRIA O CADOPER COM O ADMINISTRADOR 001,  *
      * NIVEL 1, COM A SENHA DIGITADA DUAS VEZES (MINIMO DE 6       *
      * POSICOES), JA PROTEGIDA (SENHAPRT). SENHA EM BRANCO DESISTE.*
      **************************************************************
       ROT-OPER-INICIAL.
           DISPLAY "*** CADASTRO DE OPERADORES VAZIO - CRIACAO DO "
                   "ADMINISTRADOR (OPERADOR 001) ***"
           MOVE SPACES TO W-SENHA W-SENHACONF
           DISPLAY "SENHA DO ADMINISTRADOR : " WITH NO ADVANCING
           ACCEPT W-SENHA
           IF W-SENHA = SPACES
              DISPLAY "*** CRIACAO DO ADMINISTRADOR CANCELADA ***"
              STOP RUN.
           DISPLAY "CONFIRME A SENHA       : " WITH NO ADVANCING
           ACCEPT W-SENHACONF
           IF W-SENHA (1:1) = SPACE OR W-SENHA (6:1) = SPACE
              DISPLAY "*** SENHA DEVE TER NO MINIMO 6 POSICOES ***"
              GO TO ROT-OPER-INICIAL.
           IF W-SENHA NOT = W-SENHACONF
              DISPLAY "*** CONFIRMACAO DIFERENTE DA SENHA ***"
              GO TO ROT-OPER-INICIAL.
           OPEN OUTPUT CADOPER
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO OPERADOR"
              STOP RUN.
           MOVE 001             TO OPER-COD
           MOVE "ADMINISTRADOR" TO OPER-NOME
           CALL "SENHAPRT" USING OPER-COD W-SENHA OPER-SENHA
           MOVE 1               TO OPER-NIVEL
           MOVE ZEROS           TO OPER-CODFUNC
           MOVE ZEROS           TO OPER-PERFIL
           MOVE ZEROS           TO OPER-TENTAT
           MOVE "N"             TO OPER-BLOQ OPER-TROCA
           ACCEPT OPER-DTSENHA FROM DATE YYYYMMDD
           MOVE SPACES TO OPER-SENHAANT (1) OPER-SENHAANT (2)
                          OPER-SENHAANT (3)
           WRITE REGOPER
           CLOSE CADOPER
      *    JORNAL: CRIACAO DO ADMINISTRADOR INICIAL
           ACCEPT W-JNDATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO W-JNHORA
           MOVE ZEROS      TO W-JNSEQ
           MOVE 001        TO W-JNOPER
           MOVE "MENU    " TO W-JNPROG
           MOVE "CADOPER " TO W-JNARQ
           MOVE "I"        TO W-JNACAO
           MOVE "001"      TO W-JNCHREG
           MOVE "ADM.INIC. " TO W-JNRESUMO
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING W-REGJORN ST-JORN.
       ROT-OPER-INICIAL-FIM.
           EXIT.
      *
      **************************************************************
      * PAINEL DE PENDENCIAS OPERACIONAIS - MOSTRADO LOGO APOS O    *
           MOVE "N" TO W-NEGADO
           IF W-NIVEL NOT = 1
              PERFORM CHK-MANUT THRU CHK-MANUT-FIM
                      VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 180.
           IF W-NEGADO = "S" AND W-PERFIL > ZEROS
              PERFORM CHK-PERFIL THRU CHK-PERFIL-FIM.
       CHK-MANUT.
           DISPLAY "  3 - CONSULTA DE FUNCIONARIO - LEIAUTE NOVO".
           DISPLAY "  4 - CADASTRO DE FUNCIONARIO (FPP004)".
           DISPLAY " 79 - REQUISICAO DE VAGA (CADREQV)".
           DISPLAY " 80 - FUNIL DE REQUISICOES E CANDIDATOS (REL036)".
           DISPLAY " 81 - CARGA EM LOTE DE ADMISSOES (CARGFUNC)".
           DISPLAY " -- AREAS E CARGOS --".
           DISPLAY "  5 - CADASTRO DE AREA (FPP002)".
           DISPLAY " 146- PERFIS DE ACESSO DO MENU (CADPERFIL)".
           DISPLAY " 147- SUPERVISAO DE TRAVAS DE REG. (CADLOCKS)".
           DISPLAY " 148- AMBIENTE DE TREINAMENTO (TRNARQ)".
           DISPLAY " 179- CATALOGO DE RUBRICAS (CADRUBR)".
           DISPLAY " 180- CONFERENCIA ACUMULADOS ANUAIS (REL071)".
           DISPLAY " 181- CHAVE COMPETENCIA CADPAG/CADMOV (CNVIDX)".
           DISPLAY " 182- CONVERSAO CADPARAM P/ VIGENCIAS (CNVPARAM)".
           DISPLAY " 183- PAGAMENTO DA PLR (FPP020)".
           DISPLAY " 184- REGRAS DE PLR POR AREA/CARGO (CADPLR)".
           DISPLAY " 185- CONVERSAO CADACUM P/ PLR (CNVACUM)".
           DISPLAY " 186- CADASTRO DE AUTONOMOS (CADAUTON)".
           DISPLAY " 187- LANCAMENTO DE RPA (CADRPA)".
           DISPLAY " 188- PLANOS DE PREVIDENCIA PRIVADA (CADPREV)".
           DISPLAY " 189- ADESAO A PREVIDENCIA PRIVADA (CADFPREV)".
           DISPLAY " 190- REPASSE DE PREVIDENCIA PRIVADA (REL072)".
           DISPLAY " 191- CREDORES DO CONSIGNADO (CADCRED)".
           DISPLAY " 192- REPASSE DO CONSIGNADO POR CREDOR (REL073)".
           DISPLAY " 193- CONVERSAO DO CADCONSG - CREDOR (CNVCONSG)".
           DISPLAY " 194- APROVADOR POR AREA (CADAPRA)".
           DISPLAY " 195- DESPESAS P/ REEMBOLSO (CADDESP)".
           DISPLAY " 196- REMESSA SEMANAL REEMBOLSOS (REL074)".
           DISPLAY " 197- RELATORIO DE REEMBOLSOS (REL075)".
           DISPLAY " 198- REGIME BANCO DE HORAS (CADBHREG)".
           DISPLAY " 199- EXTRATO BANCO DE HORAS (REL076)".
           DISPLAY " 200- AUTORIZACAO DE HORA EXTRA (CADAUTHE)".
           DISPLAY " 201- HORAS EXTRAS NAO AUTORIZADAS (CADHENA)".
           DISPLAY " 202- EXCECOES DE HORA EXTRA (REL077)".
           DISPLAY " 203- CONVERSAO DO CADPONTO - INTERVALO (CNVPONTO)".
           DISPLAY " 204- CONFERENCIA LEGAL DA JORNADA (REL078)".
           DISPLAY " 205- SOLICITACOES DE FERIAS (CADSOLF)".
           DISPLAY " 206- ALTERACOES CADASTRAIS PROGRAMADAS (CADALTF)".
           DISPLAY " 207- APLICA ALTERACOES PROGRAMADAS (FPP021)".
           DISPLAY " 208- CONTRATO DO FUNCIONARIO (CADFCONT)".
           DISPLAY " 209- CONTRATOS A VENCER (REL079)".
           DISPLAY " 210- ESTABILIDADE NO EMPREGO (CADESTAB)".
           DISPLAY " 211- FUNCIONARIOS EM ESTABILIDADE (REL080)".
           DISPLAY " 212- CAUSAS DE DESLIGAMENTO (CADCAUSA)".
           DISPLAY " 213- CONVERSAO DO CADDESLIG - CAUSA (CNVDESLG)".
           DISPLAY " 214- GUIA DE FGTS RESCISORIO (REL081)".
           DISPLAY " 215- EXAMES OCUPACIONAIS ASO (CADASO)".
           DISPLAY " 216- ASO A VENCER/VENCIDOS POR AREA (REL082)".
           DISPLAY " 217- CATALOGO DE EPI (CADEPI)".
           DISPLAY " 218- EPI POR CARGO (CADEPIC)".
           DISPLAY " 219- ENTREGA DE EPI (CADEPIE)".
           DISPLAY " 220- EPI PENDENTES POR AREA (REL083)".
           DISPLAY " 221- CADASTRO DE PATRIMONIO (CADPATR)".
           DISPLAY " 222- GUARDA DE PATRIMONIO (CADCUST)".
           DISPLAY " 223- CATALOGO DE CURSOS (CADCURSO)".
           DISPLAY " 224- CURSOS OBRIGATORIOS CARGO (CADCURC)".
           DISPLAY " 225- TREINAMENTOS FUNC (CADTREIN)".
           DISPLAY " 226- CERTIFIC PENDENTES (REL084)".
           DISPLAY " 227- HORAS TREINAMENTO ANO (REL085)".
           DISPLAY " 231- CANDIDATOS DA REQUISICAO (CADCAND)".
           DISPLAY " 232- FORMA DE PAGAMENTO DO LIQUIDO (CADFPAG)".
           DISPLAY " 233- PAGAMENTO EM CHEQUE E DINHEIRO (FPP022)".
           DISPLAY " 234- BAIXA DE CHEQUE/DINHEIRO (CADBXPG)".
           DISPLAY " 235- CUSTO TOTAL DO EMPREGADO (REL087)".
           DISPLAY " 236- PROPOSTA DE ORCAMENTO DE FOLHA (FPP023)".
           DISPLAY " 237- PROMOVE PROPOSTA DE ORCAMENTO (FPP024)".
           DISPLAY " 242- CONVERSAO ARQS CUSTO/ORCAM. (CNVCUSTO)".
           DISPLAY " -- VEICULOS --".
           DISPLAY " 14 - CADASTRO DE VEICULO (CADVEN)".
           DISPLAY " 15 - CONSULTA DE VENDA DE VEICULO (CONSVEN2)".
           DISPLAY " 169- USO/NAO-COMPARECIMENTO POOL (REL068)".
           DISPLAY " 170- RECLAMACOES DE GARANTIA (CADGARAN)".
           DISPLAY " 171- CUSTO DE GARANTIA P/ MARCA (REL069)".
           DISPLAY " 228- CNH DO FUNCIONARIO (CADCNH)".
           DISPLAY " 229- CATEG CNH DO VEICULO (CADCATV)".
           DISPLAY " 230- CNH A VENCER 60 DIAS (REL086)".
           DISPLAY " 238- MODELO DE VEICULO (CADMODV)".
           DISPLAY " 239- TROCA DE PLACA DO VEICULO (TROCPLAC)".
           DISPLAY " 240- VARREDURA CHASSI/RENAVAM (REL088)".
           DISPLAY " 241- CONVERSAO DO CADCAR - CHASSI (CNVCAR)".
           DISPLAY " 243- BAIXA DE VEICULO (CADBAIXA)".
           DISPLAY " 244- LISTA CONTAGEM PATIO (REL089)".
           DISPLAY " 245- DIGITA CONTAGEM PATIO (CADCONTP)".
           DISPLAY " 246- CARGA CONTAGEM PATIO (CARGCONT)".
           DISPLAY " 247- CONCILIACAO DO PATIO (REL090)".
           DISPLAY " 248- MARGEM DE VENDA (CADMARGV)".
           DISPLAY " 249- TABELA DE PRECOS (FPP025)".
           DISPLAY " 250- DESCONTOS POR VENDEDOR (REL091)".
           DISPLAY " 251- DISTRATO DE VENDA (CADDIST)".
           DISPLAY " 252- DEVOLUCOES DE DISTRATO (REL092)".
           DISPLAY " 253- CONTRATO E RECIBO DE VENDA (REL093)".
           DISPLAY " 254- EXPORTACAO FISCAL DAS NOTAS (REL094)".
           DISPLAY " 255- SERIE DE NOTAS FISCAIS (REL095)".
           DISPLAY " 256- CONVERSAO DO CADCLI - CREDITO (CNVCLI)".
           DISPLAY " 257- EXPOSICAO DE CREDITO CLIENTES (REL096)".
           DISPLAY " 258- CONVERSAO DO CADRECEB (CNVRECEB)".
           DISPLAY " 259- ACORDO DE RENEGOCIACAO (CADACORD)".
           DISPLAY " 260- RELATORIO DE ACORDOS (REL097)".
           DISPLAY " 261- CADASTRO DE FORNECEDORES (CADFORN)".
           DISPLAY " 262- CONVERSAO P/ FORNECEDORES (CNVFORN)".
           DISPLAY " 263- GASTO POR FORNECEDOR (REL098)".
           DISPLAY " 264- CADASTRO DE PECAS (CADPECA)".
           DISPLAY " 265- ENTRADA DE PECAS (CADENTPC)".
           DISPLAY " 266- PECAS DA MANUTENCAO (CADMNTPC)".
           DISPLAY " 267- REPOSICAO DE PECAS (REL099)".
           DISPLAY " 268- VALORIZACAO DO ESTOQUE (REL100)".
           DISPLAY " 269- VISTORIA SAIDA/VOLTA (CADVIST)".
           DISPLAY " 270- AVARIAS NA VOLTA (REL101)".
           DISPLAY " 271- CUSTO DA FROTA POR KM (REL102)".
           DISPLAY " 272- CONSIGNACAO DE VEICULOS (CADCSG)".
           DISPLAY " 273- PENDENCIAS DA CONSIGNACAO (REL103)".
           DISPLAY " 274- AVISOS DE RECALL (CADRECAL)".
           DISPLAY " 275- VEICULOS NO RECALL/CARTAS (REL104)".
           DISPLAY " 276- ACOMPANHAMENTO DO RECALL (CADRCLV)".
           DISPLAY " -- AMIGOS --".
           DISPLAY " 16 - CADASTRO DE AMIGO (PROGR0X6)".
           DISPLAY " 17 - CONSULTA DE AMIGO (CONSAMG)".
           DISPLAY " 173- SUSPENSAO P/ INADIMPLENCIA (GERSUSP)".
           DISPLAY " 174- CONSULTA DE INDICACOES (CONSIND)".
           DISPLAY " 175- RANKING DE INDICADORES (REL070)".
           DISPLAY " 277- REMESSA COBRANCA MENSALID. (REL105)".
           DISPLAY " 278- RETORNO COBRANCA MENSALID. (REL106)".
           DISPLAY " 279- CUSTOS DOS EVENTOS (CADEVCST)".
           DISPLAY " 280- COBRANCA DOS CONFIRMADOS (GEREVCOB)".
           DISPLAY " 281- BAIXA DE CONTRIB. DE EVENTO (CADCOBEV)".
           DISPLAY " 282- DEMONSTRATIVO DOS EVENTOS (REL107)".
           DISPLAY " 283- CONVERSAO DO CADEVENT (CNVEVENT)".
           DISPLAY " 284- MOTIVOS DE SAIDA DO CLUBE (CADMOTS)".
           DISPLAY " 285- CANCELAMENTO DE AMIGO (CADSAIDA)".
           DISPLAY " 286- RETENCAO: ENTRADAS X SAIDAS (REL108)".
           DISPLAY " -- OUTROS --".
           DISPLAY " 18 - MANUTENCAO DE DEPENDENTES (CADDEP)".
           DISPLAY " 28 - CADASTRO DE FERIAS (CADFERIAS)".
           DISPLAY " 176- CONVERSAO LEIAUTE CPF/PERFIL (CNVCPF)".
           DISPLAY " 177- CONVERSAO ARQS DA REVENDA (CNVVEIC)".
           DISPLAY " 178- CONVERSAO DO CADAMIGO (CNVAMIGO)".
           DISPLAY " 287- FLUXO DE CAIXA CONSOLIDADO (REL109)".
           DISPLAY " 288- DADOS PESSOAIS DO TITULAR (REL110)".
           DISPLAY " 289- ANONIMIZACAO DE DADOS PESSOAIS (ANONIMIZ)".
           DISPLAY " 290- VERIFICACAO DA CADEIA DO JORNAL (VERJORN)".
           DISPLAY " 291- ARQUIVAMENTO DO JORNAL (ARQJORN)".
           DISPLAY " 292- CONVERSAO DO JORNAL ENCADEADO (CNVJORN)".
           DISPLAY " 293- CONVERSAO DO CADOPER - SENHA (CNVOPER)".
           DISPLAY " 294- TROCA DE CEP EM LOTE (TROCCEP)".
           DISPLAY "  0 - SAIR".
           DISPLAY "================================================".
      *
       ROT-EXECUTA.
           MOVE "N" TO W-EMANUT
           PERFORM CHK-MANUT2 THRU CHK-MANUT2-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 180
           MOVE "N" TO W-EBATCH
           PERFORM CHK-BATCH THRU CHK-BATCH-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 39
           IF W-EBATCH = "S"
              MOVE "N" TO W-EMANUT.
       ROT-EXECUTA-TRV.
              WHEN 176 CALL "CNVCPF"
              WHEN 177 CALL "CNVVEIC"
              WHEN 178 CALL "CNVAMIGO"
              WHEN 179 CALL "CADRUBR"
              WHEN 180 CALL "REL071"
              WHEN 181 CALL "CNVIDX"
              WHEN 182 CALL "CNVPARAM"
              WHEN 183 CALL "FPP020"
              WHEN 184 CALL "CADPLR"
              WHEN 185 CALL "CNVACUM"
              WHEN 186 CALL "CADAUTON"
              WHEN 187 CALL "CADRPA"
              WHEN 188 CALL "CADPREV"
              WHEN 189 CALL "CADFPREV"
              WHEN 190 CALL "REL072"
              WHEN 191 CALL "CADCRED"
              WHEN 192 CALL "REL073"
              WHEN 193 CALL "CNVCONSG"
              WHEN 194 CALL "CADAPRA"
              WHEN 195 CALL "CADDESP"
              WHEN 196 CALL "REL074"
              WHEN 197 CALL "REL075"
              WHEN 198 CALL "CADBHREG"
              WHEN 199 CALL "REL076"
              WHEN 200 CALL "CADAUTHE"
              WHEN 201 CALL "CADHENA"
              WHEN 202 CALL "REL077"
              WHEN 203 CALL "CNVPONTO"
              WHEN 204 CALL "REL078"
              WHEN 205 CALL "CADSOLF"
              WHEN 206 CALL "CADALTF"
              WHEN 207 CALL "FPP021"
              WHEN 208 CALL "CADFCONT"
              WHEN 209 CALL "REL079"
              WHEN 210 CALL "CADESTAB"
              WHEN 211 CALL "REL080"
              WHEN 212 CALL "CADCAUSA"
              WHEN 213 CALL "CNVDESLG"
              WHEN 214 CALL "REL081"
              WHEN 215 CALL "CADASO"
              WHEN 216 CALL "REL082"
              WHEN 217 CALL "CADEPI"
              WHEN 218 CALL "CADEPIC"
              WHEN 219 CALL "CADEPIE"
              WHEN 220 CALL "REL083"
              WHEN 221 CALL "CADPATR"
              WHEN 222 CALL "CADCUST"
              WHEN 223 CALL "CADCURSO"
              WHEN 224 CALL "CADCURC"
              WHEN 225 CALL "CADTREIN"
              WHEN 226 CALL "REL084"
              WHEN 227 CALL "REL085"
              WHEN 228 CALL "CADCNH"
              WHEN 229 CALL "CADCATV"
              WHEN 230 CALL "REL086"
              WHEN 231 CALL "CADCAND"
              WHEN 232 CALL "CADFPAG"
              WHEN 233 CALL "FPP022"
              WHEN 234 CALL "CADBXPG"
              WHEN 235 CALL "REL087"
              WHEN 236 CALL "FPP023"
              WHEN 237 CALL "FPP024"
              WHEN 238 CALL "CADMODV"
              WHEN 239 CALL "TROCPLAC"
              WHEN 240 CALL "REL088"
              WHEN 241 CALL "CNVCAR"
              WHEN 242 CALL "CNVCUSTO"
              WHEN 243 CALL "CADBAIXA"
              WHEN 244 CALL "REL089"
              WHEN 245 CALL "CADCONTP"
              WHEN 246 CALL "CARGCONT"
              WHEN 247 CALL "REL090"
              WHEN 248 CALL "CADMARGV"
              WHEN 249 CALL "FPP025"
              WHEN 250 CALL "REL091"
              WHEN 251 CALL "CADDIST"
              WHEN 252 CALL "REL092"
              WHEN 253 CALL "REL093"
              WHEN 254 CALL "REL094"
              WHEN 255 CALL "REL095"
              WHEN 256 CALL "CNVCLI"
              WHEN 257 CALL "REL096"
              WHEN 258 CALL "CNVRECEB"
              WHEN 259 CALL "CADACORD"
              WHEN 260 CALL "REL097"
              WHEN 261 CALL "CADFORN"
              WHEN 262 CALL "CNVFORN"
              WHEN 263 CALL "REL098"
              WHEN 264 CALL "CADPECA"
              WHEN 265 CALL "CADENTPC"
              WHEN 266 CALL "CADMNTPC"
              WHEN 267 CALL "REL099"
              WHEN 268 CALL "REL100"
              WHEN 269 CALL "CADVIST"
              WHEN 270 CALL "REL101"
              WHEN 271 CALL "REL102"
              WHEN 272 CALL "CADCSG"
              WHEN 273 CALL "REL103"
              WHEN 274 CALL "CADRECAL"
              WHEN 275 CALL "REL104"
              WHEN 276 CALL "CADRCLV"
              WHEN 277 CALL "REL105"
              WHEN 278 CALL "REL106"
              WHEN 279 CALL "CADEVCST"
              WHEN 280 CALL "GEREVCOB"
              WHEN 281 CALL "CADCOBEV"
              WHEN 282 CALL "REL107"
              WHEN 283 CALL "CNVEVENT"
              WHEN 284 CALL "CADMOTS"
              WHEN 285 CALL "CADSAIDA"
              WHEN 286 CALL "REL108"
              WHEN 287 CALL "REL109"
              WHEN 288 CALL "REL110"
              WHEN 289 CALL "ANONIMIZ"
              WHEN 290 CALL "VERJORN"
              WHEN 291 CALL "ARQJORN"
              WHEN 292 CALL "CNVJORN"
              WHEN 293 CALL "CNVOPER"
              WHEN 294 CALL "TROCCEP"
              WHEN 47 CALL "REL004"
              WHEN 48 CALL "REL006"
              WHEN 00 MOVE "S" TO W-FIM
