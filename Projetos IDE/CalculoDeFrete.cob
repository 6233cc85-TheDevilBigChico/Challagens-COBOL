      *==                 INDEPENDENTE DE PRECO (CONFERE-FRETE)
      *==                 RECOMPOR O CALCULO COMPLETO SEM VOLTAR AO
      *==                 FRETE-TRANS.
      *== 15/10/2026 FA  ICMS DE FRETE: CADA EMBARQUE PASSA A TER O ICMS
      *==                 DESTACADO SOBRE FRETE MAIS SEGURO, PELA
      *==                 ALIQUOTA UF-ORIGEM X UF-DESTINO DE
      *==                 ICMS-ALIQUOTAS (LEIAUTE ICMS-ALIQ, VIGENCIA
      *==                 PROPRIA). ORIGEM PELO CEP DA FILIAL
      *==                 (FIL-CEP-REG; SEM FILIAL, O CEP DA MATRIZ EM
      *==                 FRETE-PARAMETROS), DESTINO PELO CEP DA
      *==                 TRANSACAO, UF PELA TABELA FIXA CEP-UF. CLIENTE
      *==                 E CATEGORIA ISENTOS (ICMS-ISENCOES, LEIAUTE
      *==                 ICMS-ISENC) SAEM COM ICMS ZERADO E MARCADOS.
      *==                 FRETE-SAIDA SOBE PARA A VERSAO 05 E A
      *==                 AUDITORIA GANHA OS CAMPOS DO ICMS; O IMPOSTO E
      *==                 INFORMATIVO E NAO ENTRA NO VALOR COM FRETE. O
      *==                 MANIFESTO TRAZ O TOTAL GERAL DE ICMS.
      *== 15/10/2026 FA  SOBRETAXA DE COMBUSTIVEL: O PERCENTUAL DA
      *==                 COMPETENCIA EM FRETE-COMBUSTIVEL (LEIAUTE
      *==                 COMBUST-IDX; MES SEM INDICE MANTEM O ULTIMO)
      *==                 E APLICADO SOBRE O FRETE DA TARIFA DE ZONA,
      *==                 DEPOIS DO MINIMO/MAXIMO, E SOMA NO FRETE.
      *==                 CONTRATO MARCADO "COMBUSTIVEL INCLUSO"
      *==                 (CONTR-COMB-INCLUSO-REG = "S") NAO PAGA. O
      *==                 VALOR SAI EM COLUNA PROPRIA NO MANIFESTO E EM
      *==                 SAIDA-COMBUSTIVEL (FRETE-SAIDA VERSAO 06), COM
      *==                 TOTAL GERAL NO MANIFESTO. ESTORNO DEVOLVE O
      *==                 FRETE ORIGINAL CHEIO (JA COM A SOBRETAXA) E
      *==                 SAI COM A COLUNA ZERADA.
      *== 15/10/2026 FA  CONTRATO-TARIFAS GANHA NO FIM A DATA DE
      *==                 TERMINO DO CONTRATO (CONTR-FIM-REG, ULTIMO DIA
      *==                 VALIDO). VENCIDO O CONTRATO MAIS RECENTE DA
      *==                 ZONA, O EMBARQUE VOLTA A PAGAR A TARIFA GERAL
      *==                 (NAO SE RESSUSCITA CONTRATO ANTERIOR).
      *==                 REGISTRO SEM A DATA CONTINUA SEM TERMINO.
      *== 15/10/2026 FA  TRANSFERENCIA POR HUB: A ROTA DE CADA FILIAL
      *==                 DE ORIGEM E ZONA DE DESTINO PODE TER VARIOS
      *==                 TRECHOS EM ROTAS-TRANSFERENCIA (LEIAUTE
      *==                 ROTA-TRECHO). CADA TRECHO TEM A SUA
      *==                 TRANSPORTADORA, ESCOLHIDA PELA ZONA DE
      *==                 TRANSPORTADORA DO TRECHO COM A MESMA REGRA DE
      *==                 RATEIO/PRIORIDADE, E O FRETE E REPARTIDO ENTRE
      *==                 OS TRECHOS NO FRETE-ACERTO PELA PARTICIPACAO
      *==                 CADASTRADA. EMBARQUE COM MAIS DE UM TRECHO
      *==                 GRAVA OS TRECHOS EM FRETE-TRECHOS (LEIAUTE
      *==                 FRETE-TRECHO) PARA O ROMANEIO DO HUB. A
      *==                 TRANSPORTADORA DO EMBARQUE (FRETE-SAIDA E
      *==                 AUDITORIA) PASSA A SER A DO TRECHO FINAL, QUE
      *==                 ENTREGA. SEM ROTA CADASTRADA NADA MUDA.
      *== 15/10/2026 FA  FRETE A PAGAR (FOB): A TRANSACAO PASSA A TRAZER
      *==                 NO FIM O PAGADOR DO FRETE (TRANS-PAGADOR: "C"
      *==                 OU BRANCO = REMETENTE PAGA, "F" = DESTINATARIO
      *==                 PAGA) E O CODIGO DO DESTINATARIO NO CADASTRO DE
      *==                 CLIENTES. DESCONTO, CONTRATO, BLOQUEIO DE
      *==                 COBRANCA E LIMITE DE CREDITO PASSAM A SER OS
      *==                 DO PAGADOR; O REMETENTE CONTINUA EM
      *==                 TRANS-CLIENTE (CEP PADRAO, ICMS, MESTRE).
      *==                 FOB SEM DESTINATARIO CADASTRADO E REJEITADO
      *==                 (MOTIVO PAG). FRETE-SAIDA SOBE PARA A VERSAO 07
      *==                 E A AUDITORIA GANHA PAGADOR E DESTINATARIO; O
      *==                 MANIFESTO MOSTRA O DESTINATARIO E QUEM PAGA.
      *== 15/10/2026 FA  PRODUTOS PERIGOSOS: A TRANSACAO PASSA A TRAZER
      *==                 NO FIM O NUMERO ONU (TRANS-ONU, ZERO OU BRANCO
      *==                 = CARGA COMUM), RESOLVIDO NA TABELA
      *==                 PRODUTOS-PERIGOSOS (LEIAUTE PERIGOSO-REG).
      *==                 ONU FORA DA TABELA E REJEITADO (MOTIVO ONU),
      *==                 ASSIM COMO EMBARQUE EM QUE ALGUM TRECHO NAO
      *==                 TEM TRANSPORTADORA CERTIFICADA PARA A CLASSE
      *==                 DE RISCO EM TRANSP-CERTIFICACOES (LEIAUTE
      *==                 TRANSP-CERTIF). A TRANSPORTADORA ESCOLHIDA
      *==                 PELO RATEIO/PRIORIDADE QUE NAO TEM A
      *==                 CERTIFICACAO E TROCADA PELA CERTIFICADA DE
      *==                 MENOR PRIORIDADE DA MESMA ZONA. O ADICIONAL DE
      *==                 PRODUTO PERIGOSO INCIDE SOBRE O FRETE JA
      *==                 LIMITADO, ANTES DO COMBUSTIVEL. FRETE-SAIDA
      *==                 SOBE PARA A VERSAO 08 (ONU E ADICIONAL).
      *== 15/10/2026 FA  AGENDAMENTO DE COLETAS: A TRANSACAO PASSA A
      *==                 TRAZER NO FIM O NUMERO DA COLETA AGENDADA NO
      *==                 COLETA-AGENDA (TRANS-COLETA, ZERO OU BRANCO =
      *==                 SEM COLETA). A COTACAO QUE TRAZ A COLETA GRAVA
      *==                 O VINCULO COM A CHAVE DO QUOTE-MASTER EM
      *==                 COLETAS-VINCULO (LEIAUTE COLETA-VINC), QUE O
      *==                 COLETA-LISTA APLICA NO ARQUIVO COLETAS.
      *== 15/10/2026 FA  FECHAMENTO DE COMPETENCIA: COM A COMPETENCIA JA
      *==                 FATURADA FECHADA EM FRETE-PERIODOS (LEIAUTE
      *==                 FRETE-PERIODO, FECHA-PERIODO-FRETE), O LOTE
      *==                 LANCA NA PRIMEIRA COMPETENCIA ABERTA A PARTIR
      *==                 DO MES DO PROCESSAMENTO (AUDIT-COMPETENCIA).
      *==                 A TRANSACAO PASSA A TRAZER NO FIM A
      *==                 COMPETENCIA DE ORIGEM DO AJUSTE
      *==                 (TRANS-COMPET-ORIGEM, GRAVADA PELOS PROGRAMAS
      *==                 DE CORRECAO; ZERO OU BRANCO = A DO
      *==                 TRANS-DATA-ORIGINAL, SE HOUVER); O AJUSTE DE
      *==                 COMPETENCIA FECHADA SAI NA AUDITORIA COM
      *==                 AUDIT-COMPET-ORIGEM E E CONTADO NO MANIFESTO.
      *== 15/10/2026 FA  ESTORNOS-PENDENTES, REJEITOS-PENDENTES E
      *==                 DUPLICATAS-PENDENTES PASSAM A GUARDAR O
      *==                 PAGADOR, O DESTINATARIO, O NUMERO ONU E A
      *==                 COLETA DA TRANSACAO; SEM ELES O ESTORNO FOB
      *==                 VOLTAVA FATURADO AO REMETENTE E O PERIGOSO
      *==                 REAPRESENTADO PERDIA A CERTIFICACAO E A
      *==                 SOBRETAXA.
      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTRATO-TARIFAS ASSIGN TO "CONTRATO-TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FRETE-COMBUSTIVEL ASSIGN TO "FRETE-COMBUSTIVEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMBUST.
           SELECT ESTORNOS-PENDENTES
               ASSIGN TO "ESTORNOS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SINISTROS.
           SELECT SINISTROS-NOVA ASSIGN TO "SINISTROS-NOVA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICMS-ALIQUOTAS ASSIGN TO "ICMS-ALIQUOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ALIQ.
           SELECT ICMS-ISENCOES ASSIGN TO "ICMS-ISENCOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMS-ISENC.
           SELECT ROTAS-TRANSFERENCIA ASSIGN TO "ROTAS-TRANSFERENCIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ROTAS.
           SELECT FRETE-TRECHOS ASSIGN TO "FRETE-TRECHOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRECHOS.
           SELECT PRODUTOS-PERIGOSOS ASSIGN TO "PRODUTOS-PERIGOSOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIGOSOS.
           SELECT TRANSP-CERTIFICACOES
               ASSIGN TO "TRANSP-CERTIFICACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CERTIF.
           SELECT COLETAS-VINCULO ASSIGN TO "COLETAS-VINCULO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VINCULO.
           SELECT FRETE-PERIODOS ASSIGN TO "FRETE-PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.
      *    "A" = ESTORNO JA APROVADO EM APROVA-ESTORNO;
      *    "Q" = ESTORNO DE DUPLICATA CONFIRMADA EM TRATA-DUPLICATAS.
           05 TRANS-MARCA          PIC X(01).
      *    PAGADOR DO FRETE: "C" OU BRANCO = REMETENTE (TRANS-CLIENTE),
      *    "F" = DESTINATARIO (TRANS-DESTINATARIO), FRETE A PAGAR.
           05 TRANS-PAGADOR        PIC X(01).
           05 TRANS-DESTINATARIO   PIC 9(05).
      *    NUMERO ONU DO PRODUTO PERIGOSO; ZERO OU BRANCO = CARGA COMUM.
           05 TRANS-ONU            PIC 9(04).
      *    NUMERO DA COLETA AGENDADA; ZERO OU BRANCO = SEM COLETA.
           05 TRANS-COLETA         PIC 9(07).
      *    COMPETENCIA (AAAAMM) DO EMBARQUE QUE O AJUSTE CORRIGE, GRAVADA
      *    PELOS PROGRAMAS DE CORRECAO; ZERO OU BRANCO = SEM REFERENCIA.
           05 TRANS-COMPET-ORIGEM  PIC 9(06).
       01  REG-FRETE-TRANS-HDR.
           05 TRANSH-REGISTRO      PIC X(01).
           05 TRANSH-DATA          PIC 9(08).
       01  REG-SINISTRO-NOVA.
           COPY SINISTRO-REG REPLACING LEADING ==SIN== BY ==SNOVA==.

       FD  ICMS-ALIQUOTAS.
       01  REG-ICMS-ALIQUOTA.
           COPY ICMS-ALIQ.

       FD  ICMS-ISENCOES.
       01  REG-ICMS-ISENCAO.
           COPY ICMS-ISENC.

       FD  ROTAS-TRANSFERENCIA.
       01  REG-ROTA-TRECHO.
           COPY ROTA-TRECHO.

       FD  FRETE-TRECHOS.
       01  REG-FRETE-TRECHO.
           COPY FRETE-TRECHO.

       FD  PRODUTOS-PERIGOSOS.
       01  REG-PERIGOSO.
           COPY PERIGOSO-REG.

       FD  TRANSP-CERTIFICACOES.
       01  REG-TRANSP-CERTIF.
           COPY TRANSP-CERTIF.

       FD  COLETAS-VINCULO.
       01  REG-COLETA-VINCULO.
           COPY COLETA-VINC.

       FD  FRETE-PERIODOS.
       01  REG-FRETE-PERIODO.
           COPY FRETE-PERIODO.

       FD  DUPLICATAS-AJUSTES.
       01  REG-DUPLICATA-AJUSTE.
           05 AJD-ZONA             PIC X(04).
           05 CONTR-ZONA-REG       PIC X(04).
           05 CONTR-PERC-REG       PIC 9V9999.
           05 CONTR-VIGOR-REG      PIC 9(08).
           05 CONTR-COMB-INCLUSO-REG PIC X(01).
           05 CONTR-FIM-REG        PIC 9(08).

       FD  FRETE-COMBUSTIVEL.
       01  REG-FRETE-COMBUSTIVEL.
           COPY COMBUST-IDX.

       FD  CLIENTES.
       01  REG-CLIENTE.
           05 CKPT-TOTAL-SEGURO    PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 CKPT-QTD-SUSPEITAS   PIC 9(05).
           05 CKPT-TOTAL-ICMS      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 CKPT-TOTAL-COMBUST   PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
       01  REG-CKPT-ZONA.
           05 CKPT-Z-TIPO          PIC X(01).
           05 CKPT-Z-ZONA          PIC X(04).
       77  WRK-QTD-CLIENTES  PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CLIENTE   PIC 9(03)              VALUE ZERO.
       77  WRK-FIM-CLIENTES  PIC X(01)              VALUE "N".
       77  WRK-PAGADOR       PIC X(01)              VALUE "C".
           88 FRETE-A-PAGAR                         VALUE "F".
       77  WRK-DESTINATARIO  PIC 9(05)              VALUE ZERO.
       77  WRK-DESTINATARIO-NOME PIC X(20)          VALUE SPACE.
       77  WRK-ACHOU-DEST    PIC X(01)              VALUE "N".
           88 DESTINATARIO-ACHADO                   VALUE "S".
       77  WRK-CLIENTE-PAGADOR PIC 9(05)            VALUE ZERO.
       77  WRK-ACHOU-PAG     PIC X(01)              VALUE "N".
           88 PAGADOR-ACHADO                        VALUE "S".
       77  WRK-IDX-CLI-REMET PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CLI-DEST  PIC 9(03)              VALUE ZERO.
       01  TAB-CLIENTES.
           05 CLIENTE-ITEM OCCURS 200 TIMES
                            INDEXED BY IDX-CLIENTE.
       77  WRK-IDX-CONTRATO  PIC 9(03)             VALUE ZERO.
       77  WRK-FIM-CONTRATOS PIC X(01)             VALUE "N".
       77  WRK-VIGOR-SEL-CONTR PIC 9(08)           VALUE ZERO.
       77  WRK-IDX-SEL-CONTR PIC 9(03)             VALUE ZERO.
       77  WRK-FONTE-TARIFA  PIC X(08)             VALUE SPACE.
       01  TAB-CONTRATOS.
           05 CONTRATO-ITEM OCCURS 200 TIMES
              10 CONTR-ZONA      PIC X(04).
              10 CONTR-PERC      PIC 9V9999.
              10 CONTR-VIGOR     PIC 9(08).
              10 CONTR-COMB-INCLUSO PIC X(01).
              10 CONTR-FIM       PIC 9(08).
      *====================== SOBRETAXA DE COMBUSTIVEL ===================
       77  WRK-STATUS-COMBUST PIC X(02)            VALUE SPACE.
       77  WRK-FIM-COMBUST   PIC X(01)              VALUE "N".
       77  WRK-QTD-COMBUST   PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-COMBUST   PIC 9(03)              VALUE ZERO.
       77  WRK-COMPET-SEL-COMB PIC 9(06)            VALUE ZERO.
       77  WRK-PERC-COMBUST  PIC 9V9999             VALUE ZERO.
       77  WRK-COMB-INCLUSO  PIC X(01)              VALUE "N".
           88 COMBUSTIVEL-INCLUSO                   VALUE "S".
       77  WRK-COMBUSTIVEL   PIC 9(09)V99           VALUE ZERO.
       77  WRK-COMBUSTIVEL-ED PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-COMBUST PIC S9(09)V99          VALUE ZERO.
       77  WRK-TOTAL-COMBUST-ED COPY CURRENCY-ED-SIGNED.
       01  TAB-COMBUSTIVEL.
           05 COMBUST-ITEM OCCURS 120 TIMES
                            INDEXED BY IDX-COMBUST.
              10 COMB-COMPETENCIA PIC 9(06).
              10 COMB-PERC        PIC 9V9999.
      *====================== CREDITO DO CLIENTE =========================
       77  WRK-CLI-LIMITE    PIC 9(09)V99           VALUE ZERO.
       77  WRK-CLI-SITUACAO  PIC X(01)              VALUE SPACE.
       77  WRK-FIM-AUD-MES   PIC X(01)              VALUE "N".
       77  WRK-COMPET-LOTE   PIC 9(06)              VALUE ZERO.
       77  WRK-AUDIT-COMPET  PIC 9(06)              VALUE ZERO.
       77  WRK-AUDIT-PAGADOR PIC 9(05)              VALUE ZERO.
      *====================== CRITICA DE ENTRADA =========================
       77  WRK-REJEITAR      PIC X(01)              VALUE "N".
           88 TRANSACAO-REJEITADA                   VALUE "S".
       77  WRK-TRANSP-COD    PIC X(04)              VALUE SPACE.
       77  WRK-TRANSP-NOME   PIC X(20)              VALUE SPACE.
       77  WRK-TRANSP-CUSTO  PIC 9V9999             VALUE ZERO.
       77  WRK-ZONA-TRANSP   PIC X(04)              VALUE SPACE.
       01  TAB-TRANSPORTADORAS.
           05 TRANSP-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-TRANSP.
           05 FILIAL-ITEM OCCURS 50 TIMES
                           INDEXED BY IDX-FILIAL.
              10 FIL-CODIGO      PIC X(05).
              10 FIL-CEP         PIC 9(08).
      *====================== ICMS DE FRETE ==============================
       77  WRK-STATUS-ICMS-ALIQ PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-ICMS-ISENC PIC X(02)          VALUE SPACE.
       77  WRK-QTD-ICMS-ALIQ PIC 9(04)              VALUE ZERO.
       77  WRK-IDX-ICMS-ALIQ PIC 9(04)              VALUE ZERO.
       77  WRK-FIM-ICMS-ALIQ PIC X(01)              VALUE "N".
       77  WRK-QTD-ICMS-ISENC PIC 9(03)             VALUE ZERO.
       77  WRK-IDX-ICMS-ISENC PIC 9(03)             VALUE ZERO.
       77  WRK-FIM-ICMS-ISENC PIC X(01)             VALUE "N".
       77  WRK-VIGOR-SEL-ICMS PIC 9(08)             VALUE ZERO.
       77  WRK-CEP-MATRIZ    PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-ORIGEM    PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-UF-BUSCA  PIC 9(08)              VALUE ZERO.
       77  WRK-CEP-PREFIXO   PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CEP-UF    PIC 9(02)              VALUE ZERO.
       77  WRK-UF-ACHADA     PIC X(02)              VALUE SPACE.
       77  WRK-UF-ORIGEM     PIC X(02)              VALUE SPACE.
       77  WRK-UF-DESTINO    PIC X(02)              VALUE SPACE.
       77  WRK-ICMS-ALIQ     PIC 9V9999             VALUE ZERO.
       77  WRK-ICMS          PIC 9(09)V99           VALUE ZERO.
       77  WRK-ICMS-ED       COPY CURRENCY-ED.
       77  WRK-TOTAL-ICMS    PIC S9(09)V99          VALUE ZERO.
       77  WRK-TOTAL-ICMS-ED COPY CURRENCY-ED-SIGNED.
       77  WRK-ICMS-SITUACAO PIC X(01)              VALUE "S".
           88 ICMS-TRIBUTADO                        VALUE "T".
           88 ICMS-ISENTO                           VALUE "I".
           88 ICMS-SEM-ALIQUOTA                     VALUE "S".
       01  TAB-ICMS-ALIQ.
           05 ICMS-ALIQ-ITEM OCCURS 1000 TIMES
                              INDEXED BY IDX-ICMS-ALIQ.
              10 ICMS-UF-ORIGEM   PIC X(02).
              10 ICMS-UF-DESTINO  PIC X(02).
              10 ICMS-ALIQ        PIC 9V9999.
              10 ICMS-VIGOR       PIC 9(08).
       01  TAB-ICMS-ISENC.
           05 ICMS-ISENC-ITEM OCCURS 200 TIMES
                               INDEXED BY IDX-ICMS-ISENC.
              10 ISEN-CLIENTE     PIC 9(05).
              10 ISEN-CATEGORIA   PIC X(04).
           COPY CEP-UF.
      *====================== MESTRE DE COTACOES =========================
       77  WRK-STATUS-QMASTER PIC X(02)             VALUE SPACE.
       77  WRK-DATA-ORIGINAL PIC 9(08)              VALUE ZERO.
       77  WRK-CKPT-SEQ      PIC 9(07)              VALUE ZERO.
       77  WRK-IDX-PULA      PIC 9(07)              VALUE ZERO.
       77  WRK-FIM-CKPT      PIC X(01)              VALUE "N".
      *====================== ROTAS DE TRANSFERENCIA (HUB) ===============
       77  WRK-STATUS-ROTAS  PIC X(02)              VALUE SPACE.
       77  WRK-STATUS-TRECHOS PIC X(02)             VALUE SPACE.
       77  WRK-FIM-ROTAS     PIC X(01)              VALUE "N".
       77  WRK-QTD-ROTAS     PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-ROTA      PIC 9(03)              VALUE ZERO.
       77  WRK-ORDEM-BUSCA   PIC 9(02)              VALUE ZERO.
       77  WRK-SEGUE-ROTA    PIC X(01)              VALUE "N".
       77  WRK-PARTES-IGUAIS PIC X(01)              VALUE "N".
       77  WRK-SOMA-PERC     PIC 9(02)V9999         VALUE ZERO.
       77  WRK-SOMA-TRECHOS  PIC 9(09)V99           VALUE ZERO.
       77  WRK-ACERTO-COD    PIC X(04)              VALUE SPACE.
       77  WRK-ACERTO-VALOR  PIC 9(09)V99           VALUE ZERO.
       01  TAB-ROTAS.
           05 ROTA-ITEM OCCURS 200 TIMES
                         INDEXED BY IDX-ROTA.
              10 ROTA-FILIAL      PIC X(05).
              10 ROTA-ZONA        PIC X(04).
              10 ROTA-ORDEM       PIC 9(01).
              10 ROTA-ZONA-TRANSP PIC X(04).
              10 ROTA-HUB         PIC X(05).
              10 ROTA-PERC-CUSTO  PIC 9V9999.
      *    TRECHOS DO EMBARQUE CORRENTE; SEM ROTA, UM TRECHO UNICO
      *    DA FILIAL PARA A ZONA DE DESTINO.
       77  WRK-QTD-TRECHOS   PIC 9(02)              VALUE ZERO.
       77  WRK-IDX-TRECHO    PIC 9(02)              VALUE ZERO.
       01  TAB-TRECHOS.
           05 TRECHO-ITEM OCCURS 9 TIMES
                           INDEXED BY IDX-TRECHO.
              10 TRE-ZONA-TRANSP  PIC X(04).
              10 TRE-CARGA        PIC X(05).
              10 TRE-HUB          PIC X(05).
              10 TRE-PERC         PIC 9V9999.
              10 TRE-TRANSP-COD   PIC X(04).
              10 TRE-TRANSP-NOME  PIC X(20).
              10 TRE-TRANSP-CUSTO PIC 9V9999.
              10 TRE-FRETE        PIC 9(09)V99.
      *====================== PRODUTOS PERIGOSOS (ONU) ===================
       77  WRK-STATUS-PERIGOSOS PIC X(02)           VALUE SPACE.
       77  WRK-STATUS-CERTIF PIC X(02)              VALUE SPACE.
       77  WRK-FIM-PERIGOSOS PIC X(01)              VALUE "N".
       77  WRK-FIM-CERTIF    PIC X(01)              VALUE "N".
       77  WRK-QTD-PERIGOSOS PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-PERIGOSO  PIC 9(03)              VALUE ZERO.
       77  WRK-QTD-CERTIF    PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CERTIF    PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-CERT-TRANSP PIC 9(03)            VALUE ZERO.
       77  WRK-ONU           PIC 9(04)              VALUE ZERO.
       77  WRK-ACHOU-ONU     PIC X(01)              VALUE "N".
           88 PRODUTO-PERIGOSO                      VALUE "S".
       01  WRK-PERIGO-CLASSE.
           05 WRK-PERIGO-CLASSE-PRINC PIC X(01).
           05 FILLER             PIC X(03).
       77  WRK-PERIGO-ADIC   PIC 9V9999             VALUE ZERO.
       77  WRK-ADIC-PERIGOSO PIC 9(09)V99           VALUE ZERO.
       77  WRK-ADIC-PERIGOSO-ED PIC ZZ.ZZ9,99.
       77  WRK-CERT-TRANSP   PIC X(04)              VALUE SPACE.
       77  WRK-CERTIFICADA   PIC X(01)              VALUE "N".
           88 TRANSP-CERTIFICADA                    VALUE "S".
       77  WRK-ZONA-CERTIF   PIC X(01)              VALUE "N".
           88 ZONA-COM-CERTIFICADA                  VALUE "S".
       01  TAB-PERIGOSOS.
           05 PERIGOSO-ITEM OCCURS 500 TIMES
                             INDEXED BY IDX-PERIGOSO.
              10 PERIG-ONU        PIC 9(04).
              10 PERIG-CLASSE     PIC X(04).
              10 PERIG-ADICIONAL  PIC 9V9999.
       01  TAB-CERTIFICACOES.
           05 CERTIF-ITEM OCCURS 300 TIMES
                           INDEXED BY IDX-CERTIF.
              10 CERT-TRANSP      PIC X(04).
              10 CERT-CLASSE      PIC X(01).
              10 CERT-VALIDADE    PIC 9(08).
      *====================== COLETA AGENDADA ============================
       77  WRK-STATUS-VINCULO PIC X(02)             VALUE SPACE.
       77  WRK-COLETA        PIC 9(07)              VALUE ZERO.
      *====================== COMPETENCIAS FECHADAS ======================
       77  WRK-STATUS-PERIODOS PIC X(02)            VALUE SPACE.
       77  WRK-FIM-PERIODOS  PIC X(01)              VALUE "N".
       77  WRK-QTD-FECHADAS  PIC 9(03)              VALUE ZERO.
       77  WRK-IDX-FECHADA   PIC 9(03)              VALUE ZERO.
       77  WRK-COMPET-FECHADA PIC X(01)             VALUE "N".
           88 COMPETENCIA-FECHADA                   VALUE "S".
       77  WRK-COMPET-TESTE  PIC 9(06)              VALUE ZERO.
       77  WRK-COMPET-PROCESSAMENTO PIC 9(06)       VALUE ZERO.
       77  WRK-COMPET-ORIGEM PIC 9(06)              VALUE ZERO.
       77  WRK-QTD-POSTERGADOS PIC 9(07)            VALUE ZERO.
       01  WRK-COMPET-LANCAMENTO-GRP.
           05 LANC-ANO       PIC 9(04)              VALUE ZERO.
           05 LANC-MES       PIC 9(02)              VALUE ZERO.
       01  WRK-COMPET-LANCAMENTO REDEFINES WRK-COMPET-LANCAMENTO-GRP
                             PIC 9(06).
       01  TAB-FECHADAS.
           05 FECHADA-COMPET PIC 9(06)   OCCURS 240 TIMES.


       PROCEDURE DIVISION.

           PERFORM 0022-CARREGA-CLIENTES
           PERFORM 0056-CARREGA-CONTRATOS
           PERFORM 0068-CARREGA-COMBUSTIVEL
           PERFORM 0043-CARREGA-CATEGORIAS
           PERFORM 0044-CARREGA-EMBARGOS
           PERFORM 0031-CARREGA-TRANSPORTADORAS
           PERFORM 0070-CARREGA-ROTAS
           PERFORM 0075-CARREGA-PERIGOSOS
           PERFORM 0076-CARREGA-CERTIFICACOES
           PERFORM 0061-CARREGA-FILIAIS
           PERFORM 0065-CARREGA-ICMS
           PERFORM 0051-CARREGA-FERIADOS
           PERFORM 0026-CARREGA-TARIFAS-SIM
           PERFORM 0083-CARREGA-PERIODOS

           IF MODO-SIMULACAO
             DISPLAY "MODO SIMULACAO: FRETE-TARIFAS-SIM PRESENTE, "
             OPEN EXTEND FRETE-MANIFESTO
             OPEN EXTEND FRETE-REJEITOS
             OPEN EXTEND FRETE-DUPLICATAS
             OPEN EXTEND FRETE-TRECHOS
             IF WRK-STATUS-TRECHOS EQUAL "35"
               OPEN OUTPUT FRETE-TRECHOS
             END-IF
             OPEN EXTEND COLETAS-VINCULO
             IF WRK-STATUS-VINCULO EQUAL "35"
               OPEN OUTPUT COLETAS-VINCULO
             END-IF
           ELSE
             OPEN OUTPUT FRETE-SAIDA
             OPEN OUTPUT FRETE-MANIFESTO
             OPEN OUTPUT FRETE-REJEITOS
             OPEN OUTPUT FRETE-DUPLICATAS
             OPEN OUTPUT FRETE-TRECHOS
             OPEN OUTPUT COLETAS-VINCULO
             MOVE "H"                    TO SAIDA-H-REGISTRO
             MOVE 08                     TO SAIDA-H-VERSAO
             MOVE WRK-DATA-PROCESSAMENTO TO SAIDA-H-DATA
             WRITE REG-FRETE-SAIDA-HDR
           END-IF
           CLOSE FRETE-MANIFESTO
           CLOSE FRETE-REJEITOS
           CLOSE FRETE-DUPLICATAS
           CLOSE FRETE-TRECHOS
           CLOSE COLETAS-VINCULO
           CLOSE FRETE-AUDITORIA
           CLOSE QUOTE-MASTER

                 WRK-FRETE-PROPOSTO * (1 + WRK-CAT-ADICIONAL)
           END-IF

           IF PAGADOR-ACHADO AND WRK-DESC-CLIENTE GREATER ZERO
             COMPUTE WRK-FRETE-ATUAL ROUNDED =
                 WRK-FRETE-ATUAL * (1 - WRK-DESC-CLIENTE)
             COMPUTE WRK-FRETE-PROPOSTO ROUNDED =
                   MOVE PARAM-ESTORNO-LIMITE-REG
                     TO WRK-ESTORNO-LIMITE
                 END-IF
                 IF PARAM-CEP-MATRIZ-REG NUMERIC
                   MOVE PARAM-CEP-MATRIZ-REG TO WRK-CEP-MATRIZ
                 END-IF
             END-READ
             CLOSE FRETE-PARAMETROS
           END-IF.
               END-IF
               MOVE TRANS-CATEGORIA TO WRK-CATEGORIA
               MOVE TRANS-MARCA     TO WRK-MARCA
               IF TRANS-PAGADOR EQUAL "F"
                 MOVE "F" TO WRK-PAGADOR
               ELSE
                 MOVE "C" TO WRK-PAGADOR
               END-IF
               IF TRANS-DESTINATARIO NUMERIC
                 MOVE TRANS-DESTINATARIO TO WRK-DESTINATARIO
               ELSE
                 MOVE ZERO TO WRK-DESTINATARIO
               END-IF
               IF TRANS-ONU NUMERIC
                 MOVE TRANS-ONU TO WRK-ONU
               ELSE
                 MOVE ZERO TO WRK-ONU
               END-IF
               IF TRANS-COLETA NUMERIC
                 MOVE TRANS-COLETA TO WRK-COLETA
               ELSE
                 MOVE ZERO TO WRK-COLETA
               END-IF
               IF TRANS-COMPET-ORIGEM NUMERIC
                 MOVE TRANS-COMPET-ORIGEM TO WRK-COMPET-ORIGEM
               ELSE
                 MOVE ZERO TO WRK-COMPET-ORIGEM
               END-IF
               IF WRK-COMPET-ORIGEM EQUAL ZERO
                 COMPUTE WRK-COMPET-ORIGEM = WRK-DATA-ORIGINAL / 100
               END-IF
               PERFORM 0077-RESOLVE-PERIGOSO
               PERFORM 0045-RESOLVE-CATEGORIA
               PERFORM 0023-RESOLVE-CLIENTE
               PERFORM 0007-RESOLVE-ZONA-CEP
       0023-RESOLVE-CLIENTE SECTION.

           MOVE "N"   TO WRK-ACHOU-CLI
           MOVE "N"   TO WRK-ACHOU-DEST
           MOVE "N"   TO WRK-ACHOU-PAG
           MOVE SPACE TO WRK-CLIENTE-NOME
           MOVE SPACE TO WRK-DESTINATARIO-NOME
           MOVE ZERO  TO WRK-DESC-CLIENTE
           MOVE ZERO  TO WRK-CLI-LIMITE
           MOVE SPACE TO WRK-CLI-SITUACAO
           MOVE ZERO  TO WRK-IDX-CLI-ACHADO
           MOVE ZERO  TO WRK-IDX-CLI-REMET
           MOVE ZERO  TO WRK-IDX-CLI-DEST
           MOVE ZERO  TO WRK-CLIENTE-PAGADOR
           IF WRK-CLIENTE GREATER ZERO
             MOVE ZERO TO WRK-IDX-CLIENTE
             PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
               IF CLI-CODIGO(WRK-IDX-CLIENTE) EQUAL WRK-CLIENTE
                 MOVE "S" TO WRK-ACHOU-CLI
                 MOVE CLI-NOME(WRK-IDX-CLIENTE) TO WRK-CLIENTE-NOME
                 MOVE WRK-IDX-CLIENTE TO WRK-IDX-CLI-REMET
                 IF WRK-CEP EQUAL ZERO
                   MOVE CLI-CEP(WRK-IDX-CLIENTE) TO WRK-CEP
                 END-IF
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
               END-IF
             END-PERFORM
           END-IF
           IF WRK-DESTINATARIO GREATER ZERO
             PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF CLI-CODIGO(WRK-IDX-CLIENTE) EQUAL WRK-DESTINATARIO
                 MOVE "S" TO WRK-ACHOU-DEST
                 MOVE CLI-NOME(WRK-IDX-CLIENTE)
                   TO WRK-DESTINATARIO-NOME
                 MOVE WRK-IDX-CLIENTE TO WRK-IDX-CLI-DEST
                 MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
               END-IF
             END-PERFORM
           END-IF
      *    DESCONTO, LIMITE E SITUACAO DE COBRANCA SAO OS DE QUEM PAGA
      *    O FRETE: O REMETENTE OU, NO FRETE A PAGAR, O DESTINATARIO.
           IF FRETE-A-PAGAR
             MOVE WRK-DESTINATARIO  TO WRK-CLIENTE-PAGADOR
             MOVE WRK-IDX-CLI-DEST  TO WRK-IDX-CLI-ACHADO
           ELSE
             MOVE WRK-CLIENTE       TO WRK-CLIENTE-PAGADOR
             MOVE WRK-IDX-CLI-REMET TO WRK-IDX-CLI-ACHADO
           END-IF
           IF WRK-IDX-CLI-ACHADO GREATER ZERO
             MOVE "S" TO WRK-ACHOU-PAG
             MOVE CLI-DESC(WRK-IDX-CLI-ACHADO)   TO WRK-DESC-CLIENTE
             MOVE CLI-LIMITE(WRK-IDX-CLI-ACHADO) TO WRK-CLI-LIMITE
             MOVE CLI-SITUACAO(WRK-IDX-CLI-ACHADO)
               TO WRK-CLI-SITUACAO
           END-IF.

       0016-VALIDA-TRANSACAO SECTION.
             MOVE "CLI" TO WRK-MOTIVO-REJ
             MOVE "CLIENTE INEXISTENTE"    TO WRK-DESC-REJ
           END-IF
      *    FRETE A PAGAR EXIGE O DESTINATARIO CADASTRADO, QUE E QUEM
      *    SERA FATURADO; DESTINATARIO INFORMADO TAMBEM E CONFERIDO.
           IF WRK-DESTINATARIO GREATER ZERO AND NOT DESTINATARIO-ACHADO
             MOVE "S"   TO WRK-REJEITAR
             MOVE "PAG" TO WRK-MOTIVO-REJ
             MOVE "DESTINAT INEXISTENTE"   TO WRK-DESC-REJ
           END-IF
           IF FRETE-A-PAGAR AND WRK-DESTINATARIO EQUAL ZERO
             MOVE "S"   TO WRK-REJEITAR
             MOVE "PAG" TO WRK-MOTIVO-REJ
             MOVE "FOB SEM DESTINATARIO"   TO WRK-DESC-REJ
           END-IF
      *    COM O CADASTRO DE FILIAIS PRESENTE, FILIAL NAO CADASTRADA
      *    E REJEITADA; EM BRANCO (LOTES ANTIGOS, MATRIZ) PASSA.
           IF FILIAIS-PRESENTE AND WRK-FILIAL NOT EQUAL SPACE
               MOVE "FILIAL DESCONHECIDA"  TO WRK-DESC-REJ
             END-IF
           END-IF
      *    PAGADOR SOB BLOQUEIO DE COBRANCA NAO COTA TRANSACAO NOVA;
      *    ESTORNO SEGUE PASSANDO, POIS DEVOLVE CREDITO AO CLIENTE.
           IF PAGADOR-ACHADO AND CLIENTE-EM-COBRANCA
             AND WRK-TIPO EQUAL "N"
             MOVE "S"   TO WRK-REJEITAR
             MOVE "BLO" TO WRK-MOTIVO-REJ
             MOVE "EMB" TO WRK-MOTIVO-REJ
             MOVE "CATEGORIA EMBARGADA"    TO WRK-DESC-REJ
           END-IF
      *    PRODUTO PERIGOSO SO EMBARCA COM ONU CADASTRADO E COM
      *    TRANSPORTADORA CERTIFICADA PARA A CLASSE EM TODOS OS
      *    TRECHOS; CONFERIDO AQUI, ANTES DE CONSUMIR COTA DE RATEIO.
           IF WRK-ONU GREATER ZERO AND NOT PRODUTO-PERIGOSO
             MOVE "S"   TO WRK-REJEITAR
             MOVE "ONU" TO WRK-MOTIVO-REJ
             MOVE "ONU NAO CADASTRADO"     TO WRK-DESC-REJ
           END-IF
           IF PRODUTO-PERIGOSO AND WRK-TIPO EQUAL "N"
             PERFORM 0078-MONTA-TRECHOS
             MOVE "S" TO WRK-ZONA-CERTIF
             PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                       UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
               MOVE TRE-ZONA-TRANSP(WRK-IDX-TRECHO) TO WRK-ZONA-TRANSP
               PERFORM 0080-CHECA-ZONA-CERTIFICADA
               IF NOT ZONA-COM-CERTIFICADA
                 MOVE WRK-QTD-TRECHOS TO WRK-IDX-TRECHO
               END-IF
             END-PERFORM
             IF NOT ZONA-COM-CERTIFICADA
               MOVE "S"   TO WRK-REJEITAR
               MOVE "ONU" TO WRK-MOTIVO-REJ
               MOVE "SEM TRANSP CERTIFIC"  TO WRK-DESC-REJ
             END-IF
           END-IF
           IF CAMBIO-SEM-TAXA
             MOVE "S"   TO WRK-REJEITAR
             MOVE "CAM" TO WRK-MOTIVO-REJ
           MOVE WRK-FILIAL             TO EPEND-FILIAL
           MOVE WRK-CLIENTE            TO EPEND-CLIENTE
           MOVE WRK-CATEGORIA          TO EPEND-CATEGORIA
           MOVE WRK-PAGADOR            TO EPEND-PAGADOR
           MOVE WRK-DESTINATARIO       TO EPEND-DESTINATARIO
           MOVE WRK-ONU                TO EPEND-ONU
           MOVE WRK-COLETA             TO EPEND-COLETA
           MOVE "P"                    TO EPEND-SITUACAO
           MOVE ZERO                   TO EPEND-DECISAO-DATA
           MOVE SPACE                  TO EPEND-OPERADOR
           MOVE WRK-DATA-ORIGINAL      TO RPEND-DATA-ORIGINAL
           MOVE WRK-SEQ-ORIGINAL       TO RPEND-SEQ-ORIGINAL
           MOVE WRK-CATEGORIA          TO RPEND-CATEGORIA
           MOVE WRK-PAGADOR            TO RPEND-PAGADOR
           MOVE WRK-DESTINATARIO       TO RPEND-DESTINATARIO
           MOVE WRK-ONU                TO RPEND-ONU
           MOVE WRK-COLETA             TO RPEND-COLETA
           MOVE "P"                    TO RPEND-SITUACAO
           MOVE ZERO                   TO RPEND-DECISAO-DATA
           MOVE SPACE                  TO RPEND-OPERADOR
                 WRK-FRETE * (1 + WRK-CAT-ADICIONAL)
           END-IF

           IF PAGADOR-ACHADO AND WRK-DESC-CLIENTE GREATER ZERO
             COMPUTE WRK-FRETE ROUNDED =
                 WRK-FRETE * (1 - WRK-DESC-CLIENTE)
           END-IF
             MOVE "S" TO WRK-REVISAR
           END-IF

           PERFORM 0081-CALCULA-PERIGOSO
           PERFORM 0069-CALCULA-COMBUSTIVEL

      *    ESTORNO DEVOLVE O FRETE ORIGINALMENTE COBRADO, VALIDADO EM
      *    0024-VALIDA-ESTORNO, NAO UM RECALCULO COM A TARIFA DE HOJE.
           IF TRANS-ESTORNO
             MOVE WRK-FRETE-ESTORNO TO WRK-FRETE
             MOVE ZERO TO WRK-COMBUSTIVEL
             MOVE ZERO TO WRK-ADIC-PERIGOSO
           END-IF

           MOVE ZERO TO WRK-SEGURO
           END-IF
           MOVE WRK-SEGURO TO WRK-SEGURO-ED

           PERFORM 0066-CALCULA-ICMS

           COMPUTE WRK-VALOR = WRK-VALOR + WRK-FRETE + WRK-SEGURO
           MOVE WRK-VALOR TO WRK-VALOR-ED
           MOVE WRK-FRETE TO WRK-FRETE-ED
           MOVE WRK-COMBUSTIVEL TO WRK-COMBUSTIVEL-ED
           MOVE WRK-ADIC-PERIGOSO TO WRK-ADIC-PERIGOSO-ED.

       0004-FINALIZAR SECTION.

           PERFORM 0071-RESOLVE-TRECHOS

           IF TRANS-ESTORNO
             DISPLAY "RESUMO DO ESTORNO: "
           IF CLIENTE-ACHADO
             DISPLAY "CLIENTE: " WRK-CLIENTE " " WRK-CLIENTE-NOME
           END-IF
           IF DESTINATARIO-ACHADO
             DISPLAY "DESTINATARIO: " WRK-DESTINATARIO " "
                     WRK-DESTINATARIO-NOME
           END-IF
           IF FRETE-A-PAGAR
             DISPLAY "FRETE A PAGAR (FOB): FATURADO AO DESTINATARIO"
           END-IF
           DISPLAY "FILIAL: " WRK-FILIAL
           IF WRK-COLETA GREATER ZERO
             DISPLAY "COLETA AGENDADA: " WRK-COLETA
           END-IF
           IF WRK-QTD-TRECHOS GREATER 1
             PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                       UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
               IF TRE-HUB(WRK-IDX-TRECHO) EQUAL SPACE
                 DISPLAY "TRECHO " WRK-IDX-TRECHO ": "
                         TRE-CARGA(WRK-IDX-TRECHO) " -> ZONA "
                         WRK-DESTINO " TRANSPORTADORA "
                         TRE-TRANSP-COD(WRK-IDX-TRECHO)
               ELSE
                 DISPLAY "TRECHO " WRK-IDX-TRECHO ": "
                         TRE-CARGA(WRK-IDX-TRECHO) " -> HUB "
                         TRE-HUB(WRK-IDX-TRECHO) " TRANSPORTADORA "
                         TRE-TRANSP-COD(WRK-IDX-TRECHO)
               END-IF
             END-PERFORM
           END-IF
           DISPLAY "PRODUTO: " WRK-PRODUTO
           DISPLAY "VALOR ORIGINAL (" WRK-MOEDA "): " WRK-VALOR-ORIG-ED.
           DISPLAY "VALOR DO PRODUTO COM FRETE (BRL): " WRK-VALOR-ED.
           IF WRK-GRIS-PERC GREATER ZERO
             DISPLAY "SEGURO (GRIS): " WRK-SEGURO-ED
           END-IF.
           IF WRK-COMBUSTIVEL GREATER ZERO
             DISPLAY "SOBRETAXA DE COMBUSTIVEL (NO FRETE): "
                     WRK-COMBUSTIVEL-ED
           END-IF
           IF COMBUSTIVEL-INCLUSO
             DISPLAY "COMBUSTIVEL INCLUSO NO CONTRATO"
           END-IF
           IF PRODUTO-PERIGOSO
             DISPLAY "PRODUTO PERIGOSO: ONU " WRK-ONU " CLASSE "
                     WRK-PERIGO-CLASSE
           END-IF
           IF WRK-ADIC-PERIGOSO GREATER ZERO
             DISPLAY "ADICIONAL DE PRODUTO PERIGOSO (NO FRETE): "
                     WRK-ADIC-PERIGOSO-ED
           END-IF
           EVALUATE TRUE
             WHEN ICMS-TRIBUTADO
               DISPLAY "ICMS " WRK-UF-ORIGEM "/" WRK-UF-DESTINO ": "
                       WRK-ICMS-ED
             WHEN ICMS-ISENTO
               DISPLAY "ICMS: ISENTO (CLIENTE/CATEGORIA)"
             WHEN OTHER
               DISPLAY "ICMS: SEM ALIQUOTA PARA " WRK-UF-ORIGEM "/"
                       WRK-UF-DESTINO
           END-EVALUATE
           IF FRETE-A-REVISAR
             DISPLAY "REVISAR MANUALMENTE"
           END-IF.
           MOVE WRK-PESO-TAXAVEL   TO SAIDA-PESO
           MOVE WRK-VOLUME-M3      TO SAIDA-VOLUME-M3
           MOVE WRK-CATEGORIA      TO SAIDA-CATEGORIA
           MOVE WRK-UF-ORIGEM      TO SAIDA-UF-ORIGEM
           MOVE WRK-UF-DESTINO     TO SAIDA-UF-DESTINO
           MOVE WRK-ICMS-ALIQ      TO SAIDA-ICMS-ALIQ
           MOVE WRK-ICMS           TO SAIDA-ICMS
           MOVE WRK-ICMS-SITUACAO  TO SAIDA-ICMS-SITUACAO
           MOVE WRK-COMBUSTIVEL    TO SAIDA-COMBUSTIVEL
           MOVE WRK-PAGADOR        TO SAIDA-PAGADOR
           MOVE WRK-DESTINATARIO   TO SAIDA-DESTINATARIO
           IF PRODUTO-PERIGOSO
             MOVE WRK-ONU          TO SAIDA-ONU
           ELSE
             MOVE ZERO             TO SAIDA-ONU
           END-IF
           MOVE WRK-ADIC-PERIGOSO  TO SAIDA-ADIC-PERIGOSO
           WRITE REG-FRETE-SAIDA
           ADD 1 TO WRK-QTD-GRAVADOS
           ADD WRK-VALOR-ORIGINAL TO WRK-TOTAL-VALOR-GRAVADO.
           IF WRK-QTD-TRECHOS GREATER 1
             PERFORM 0073-GRAVA-TRECHOS
           END-IF
           IF WRK-COLETA GREATER ZERO
             AND NOT TRANS-ESTORNO
             PERFORM 0082-GRAVA-VINCULO-COLETA
           END-IF

           PERFORM 0015-GRAVA-ITEM-MANIFESTO
      *    SUSPEITA DE DUPLICIDADE FICA FORA DOS TOTAIS DO MANIFESTO E

      *    O ACUMULADO DE FRETE DO MES POR CLIENTE VEM DA TRILHA DE
      *    AUDITORIA (ESTORNO ABATIDO); COTACAO INTERATIVA (SEQ
      *    ZERADA) E SO CONSULTA DE PRECO E FICA FORA. O FRETE CONTA
      *    PARA QUEM O PAGA (DESTINATARIO NO FRETE A PAGAR).
           COMPUTE WRK-COMPET-LOTE = WRK-DATA-PROCESSAMENTO / 100
           MOVE "N" TO WRK-FIM-AUD-MES
           OPEN INPUT FRETE-AUDITORIA
                 AT END
                   MOVE "S" TO WRK-FIM-AUD-MES
                 NOT AT END
                   MOVE ZERO TO WRK-AUDIT-PAGADOR
                   IF AUDIT-CLIENTE NUMERIC
                     MOVE AUDIT-CLIENTE TO WRK-AUDIT-PAGADOR
                   END-IF
                   IF AUDIT-PAGADOR EQUAL "F"
                     AND AUDIT-DESTINATARIO NUMERIC
                     AND AUDIT-DESTINATARIO GREATER ZERO
                     MOVE AUDIT-DESTINATARIO TO WRK-AUDIT-PAGADOR
                   END-IF
                   IF AUDIT-DATA NUMERIC
                     AND AUDIT-SEQ NUMERIC
                     AND AUDIT-FRETE NUMERIC
                     AND AUDIT-SEQ GREATER ZERO
                     AND WRK-AUDIT-PAGADOR GREATER ZERO
                     COMPUTE WRK-AUDIT-COMPET = AUDIT-DATA / 100
                     IF WRK-AUDIT-COMPET EQUAL WRK-COMPET-LOTE
                       PERFORM 0055-ACUMULA-CREDITO

           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                     UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
             IF CLI-CODIGO(WRK-IDX-CLIENTE) EQUAL WRK-AUDIT-PAGADOR
               IF AUDIT-TIPO EQUAL "E"
                 SUBTRACT AUDIT-FRETE
                   FROM CLI-ACUM-MES(WRK-IDX-CLIENTE)
                       TO CONTR-PERC(WRK-QTD-CONTRATOS)
                     MOVE CONTR-VIGOR-REG
                       TO CONTR-VIGOR(WRK-QTD-CONTRATOS)
                     MOVE CONTR-COMB-INCLUSO-REG
                       TO CONTR-COMB-INCLUSO(WRK-QTD-CONTRATOS)
                     IF CONTR-FIM-REG NUMERIC
                       AND CONTR-FIM-REG GREATER ZERO
                       MOVE CONTR-FIM-REG
                         TO CONTR-FIM(WRK-QTD-CONTRATOS)
                     ELSE
                       MOVE 99999999 TO CONTR-FIM(WRK-QTD-CONTRATOS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM

       0057-RESOLVE-CONTRATO SECTION.

      *    PAGADOR COM CONTRATO PARA A ZONA PAGA O PERCENTUAL DO
      *    CONTRATO (VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA DO
      *    PROCESSAMENTO) NO LUGAR DA TARIFA GERAL; A FONTE SAI NO
      *    MANIFESTO PARA AUDITORIA DO COMERCIAL. SE ESSE CONTRATO JA
      *    PASSOU DA DATA DE TERMINO, VALE A TARIFA GERAL.
           MOVE "TARIFA"  TO WRK-FONTE-TARIFA
           MOVE "N"       TO WRK-COMB-INCLUSO
           MOVE ZERO      TO WRK-VIGOR-SEL-CONTR
           MOVE ZERO      TO WRK-IDX-SEL-CONTR
           IF PAGADOR-ACHADO
             PERFORM VARYING WRK-IDX-CONTRATO FROM 1 BY 1
                       UNTIL WRK-IDX-CONTRATO > WRK-QTD-CONTRATOS
               IF CONTR-CLIENTE(WRK-IDX-CONTRATO)
                  EQUAL WRK-CLIENTE-PAGADOR
                 AND CONTR-ZONA(WRK-IDX-CONTRATO) EQUAL WRK-DESTINO
                 AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT GREATER
                     WRK-DATA-PROCESSAMENTO
                 AND CONTR-VIGOR(WRK-IDX-CONTRATO) NOT LESS
                     WRK-VIGOR-SEL-CONTR
                 MOVE CONTR-VIGOR(WRK-IDX-CONTRATO)
                   TO WRK-VIGOR-SEL-CONTR
                 MOVE WRK-IDX-CONTRATO TO WRK-IDX-SEL-CONTR
               END-IF
             END-PERFORM
           END-IF
           IF WRK-IDX-SEL-CONTR GREATER ZERO
             IF CONTR-FIM(WRK-IDX-SEL-CONTR) NOT LESS
                WRK-DATA-PROCESSAMENTO
               MOVE CONTR-PERC(WRK-IDX-SEL-CONTR)
                 TO WRK-PERC-TARIFA
               MOVE CONTR-COMB-INCLUSO(WRK-IDX-SEL-CONTR)
                 TO WRK-COMB-INCLUSO
               MOVE "CONTRATO" TO WRK-FONTE-TARIFA
             END-IF
           END-IF.

       0061-CARREGA-FILIAIS SECTION.
                     ADD 1 TO WRK-QTD-FILIAIS
                     MOVE FIL-CODIGO-REG
                       TO FIL-CODIGO(WRK-QTD-FILIAIS)
                     IF FIL-CEP-REG NUMERIC
                       MOVE FIL-CEP-REG TO FIL-CEP(WRK-QTD-FILIAIS)
                     ELSE
                       MOVE ZERO TO FIL-CEP(WRK-QTD-FILIAIS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           MOVE WRK-OPERACAO           TO DPEND-OPERACAO
           MOVE WRK-FRETE              TO DPEND-FRETE
           MOVE WRK-TRANSP-COD         TO DPEND-TRANSPORTADORA
           MOVE WRK-PAGADOR            TO DPEND-PAGADOR
           MOVE WRK-DESTINATARIO       TO DPEND-DESTINATARIO
           MOVE WRK-ONU                TO DPEND-ONU
           MOVE WRK-COLETA             TO DPEND-COLETA
           MOVE "P"                    TO DPEND-SITUACAO
           MOVE ZERO                   TO DPEND-DECISAO-DATA
           MOVE SPACE                  TO DPEND-OPERADOR
                   MOVE AJD-OPERACAO      TO WRK-OPERACAO
                   MOVE AJD-FRETE         TO WRK-FRETE
                   MOVE AJD-TRANSPORTADORA TO WRK-TRANSP-COD
      *            A SUSPEITA LIBERADA VOLTA INTEIRA PARA A
      *            TRANSPORTADORA GRAVADA NELA, EM TRECHO UNICO.
                   MOVE 1                  TO WRK-QTD-TRECHOS
                   MOVE AJD-TRANSPORTADORA TO TRE-TRANSP-COD(1)
                   MOVE AJD-FRETE          TO TRE-FRETE(1)
                   PERFORM 0005-ACUMULA-MANIFESTO
                   PERFORM 0033-ACUMULA-ACERTO
               END-READ

       0032-RESOLVE-TRANSPORTADORA SECTION.

      *    A ZONA DE TRANSPORTADORA (WRK-ZONA-TRANSP) VEM DO TRECHO
      *    EM RESOLUCAO; NO TRECHO FINAL E A PROPRIA ZONA DE DESTINO.
      *    COM PERCENTUAL DE RATEIO EM ALGUMA TRANSPORTADORA DA ZONA,
      *    O EMBARQUE VAI PARA A DE MAIOR DEFICIT CONTRA A COTA
      *    (ATRIBUIDOS X PERCENTUAL); SEM RATEIO, VALE A MENOR

           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
             IF TRANSP-ZONA(WRK-IDX-TRANSP) EQUAL WRK-ZONA-TRANSP
               ADD TRANSP-ATRIBUIDOS(WRK-IDX-TRANSP)
                 TO WRK-TOTAL-ZONA
               IF TRANSP-PERC-ALOC(WRK-IDX-TRANSP) GREATER ZERO
             MOVE -999999999999 TO WRK-MELHOR-DEFICIT
             PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               IF TRANSP-ZONA(WRK-IDX-TRANSP) EQUAL WRK-ZONA-TRANSP
                 COMPUTE WRK-DEFICIT =
                     (TRANSP-PERC-ALOC(WRK-IDX-TRANSP)
                      * (WRK-TOTAL-ZONA + 1))
           ELSE
             PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               IF TRANSP-ZONA(WRK-IDX-TRANSP) EQUAL WRK-ZONA-TRANSP
                 AND TRANSP-PRIORIDADE(WRK-IDX-TRANSP)
                     LESS WRK-MELHOR-PRIO
                 MOVE TRANSP-PRIORIDADE(WRK-IDX-TRANSP)
             END-PERFORM
           END-IF

      *    PRODUTO PERIGOSO: ESCOLHIDA SEM CERTIFICACAO PARA A CLASSE
      *    CEDE O EMBARQUE A CERTIFICADA DE MENOR PRIORIDADE DA ZONA.
      *    SEM NENHUMA CERTIFICADA (SO ESTORNO CHEGA AQUI ASSIM, O
      *    EMBARQUE NOVO JA FOI REJEITADO) FICA A ESCOLHA ORIGINAL.
           IF PRODUTO-PERIGOSO AND WRK-IDX-ESCOLHIDO GREATER ZERO
             MOVE TRANSP-COD(WRK-IDX-ESCOLHIDO) TO WRK-CERT-TRANSP
             PERFORM 0079-CHECA-CERTIFICACAO
             IF NOT TRANSP-CERTIFICADA
               MOVE 99 TO WRK-MELHOR-PRIO
               MOVE WRK-IDX-ESCOLHIDO TO WRK-IDX-CERT-TRANSP
               PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                         UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
                 IF TRANSP-ZONA(WRK-IDX-TRANSP) EQUAL WRK-ZONA-TRANSP
                   AND TRANSP-PRIORIDADE(WRK-IDX-TRANSP)
                       LESS WRK-MELHOR-PRIO
                   MOVE TRANSP-COD(WRK-IDX-TRANSP) TO WRK-CERT-TRANSP
                   PERFORM 0079-CHECA-CERTIFICACAO
                   IF TRANSP-CERTIFICADA
                     MOVE TRANSP-PRIORIDADE(WRK-IDX-TRANSP)
                       TO WRK-MELHOR-PRIO
                     MOVE WRK-IDX-TRANSP TO WRK-IDX-CERT-TRANSP
                   END-IF
                 END-IF
               END-PERFORM
               MOVE WRK-IDX-CERT-TRANSP TO WRK-IDX-ESCOLHIDO
             END-IF
           END-IF

           IF WRK-IDX-ESCOLHIDO GREATER ZERO
             MOVE TRANSP-COD(WRK-IDX-ESCOLHIDO)   TO WRK-TRANSP-COD
             MOVE TRANSP-NOME(WRK-IDX-ESCOLHIDO)  TO WRK-TRANSP-NOME

       0033-ACUMULA-ACERTO SECTION.

      *    CADA TRECHO DO EMBARQUE ENTRA NO ACERTO DA SUA
      *    TRANSPORTADORA COM A PARTE DO FRETE QUE LHE COUBE; SEM
      *    ROTA POR HUB HA UM TRECHO SO, COM O FRETE INTEIRO.
           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
             MOVE TRE-TRANSP-COD(WRK-IDX-TRECHO) TO WRK-ACERTO-COD
             MOVE TRE-FRETE(WRK-IDX-TRECHO)      TO WRK-ACERTO-VALOR
             PERFORM 0072-ACUMULA-ACERTO-TRECHO
           END-PERFORM.

       0072-ACUMULA-ACERTO-TRECHO SECTION.

           IF WRK-ACERTO-COD NOT EQUAL SPACE
             MOVE "N" TO WRK-ACHOU-ACERTO
             PERFORM VARYING WRK-IDX-ACERTO FROM 1 BY 1
                       UNTIL WRK-IDX-ACERTO > WRK-QTD-ACERTOS
               IF ACERTO-COD(WRK-IDX-ACERTO) EQUAL WRK-ACERTO-COD
                 IF TRANS-ESTORNO
                   SUBTRACT WRK-ACERTO-VALOR
                     FROM ACERTO-FRETE(WRK-IDX-ACERTO)
                 ELSE
                   ADD 1 TO ACERTO-QTD(WRK-IDX-ACERTO)
                   ADD WRK-ACERTO-VALOR TO ACERTO-FRETE(WRK-IDX-ACERTO)
                 END-IF
                 MOVE "S" TO WRK-ACHOU-ACERTO
                 MOVE WRK-QTD-ACERTOS TO WRK-IDX-ACERTO
             IF WRK-ACHOU-ACERTO EQUAL "N"
               IF WRK-QTD-ACERTOS NOT LESS 50
                 DISPLAY "TAB-ACERTOS CHEIA, TRANSPORTADORA FORA DO "
                         "ACERTO: " WRK-ACERTO-COD
               ELSE
                 ADD 1 TO WRK-QTD-ACERTOS
                 MOVE WRK-ACERTO-COD TO ACERTO-COD(WRK-QTD-ACERTOS)
                 MOVE ZERO           TO ACERTO-QTD(WRK-QTD-ACERTOS)
                 MOVE ZERO           TO ACERTO-FRETE(WRK-QTD-ACERTOS)
                 IF TRANS-ESTORNO
                   SUBTRACT WRK-ACERTO-VALOR
                     FROM ACERTO-FRETE(WRK-QTD-ACERTOS)
                 ELSE
                   ADD 1 TO ACERTO-QTD(WRK-QTD-ACERTOS)
                   ADD WRK-ACERTO-VALOR
                     TO ACERTO-FRETE(WRK-QTD-ACERTOS)
                 END-IF
               END-IF
             END-IF
             CLOSE SINISTROS
           END-IF.

       0065-CARREGA-ICMS SECTION.

           OPEN INPUT ICMS-ALIQUOTAS
           IF WRK-STATUS-ICMS-ALIQ NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ICMS-ALIQ EQUAL "S"
               READ ICMS-ALIQUOTAS
                 AT END
                   MOVE "S" TO WRK-FIM-ICMS-ALIQ
                 NOT AT END
                   IF WRK-QTD-ICMS-ALIQ NOT LESS 1000
                     DISPLAY "TAB-ICMS-ALIQ CHEIA, ALIQUOTAS "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ICMS-ALIQ
                   ELSE
                     IF ICMS-ALIQ-REG NUMERIC
                       AND ICMS-VIGOR-REG NUMERIC
                       ADD 1 TO WRK-QTD-ICMS-ALIQ
                       MOVE ICMS-UF-ORIGEM-REG
                         TO ICMS-UF-ORIGEM(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-UF-DESTINO-REG
                         TO ICMS-UF-DESTINO(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-ALIQ-REG
                         TO ICMS-ALIQ(WRK-QTD-ICMS-ALIQ)
                       MOVE ICMS-VIGOR-REG
                         TO ICMS-VIGOR(WRK-QTD-ICMS-ALIQ)
                     ELSE
                       DISPLAY "ALIQUOTA DE ICMS INVALIDA IGNORADA: "
                               ICMS-UF-ORIGEM-REG "/"
                               ICMS-UF-DESTINO-REG
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ICMS-ALIQUOTAS
           ELSE
             DISPLAY "ICMS-ALIQUOTAS INEXISTENTE, EMBARQUES SAEM SEM "
                     "ALIQUOTA DE ICMS"
           END-IF

           OPEN INPUT ICMS-ISENCOES
           IF WRK-STATUS-ICMS-ISENC NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ICMS-ISENC EQUAL "S"
               READ ICMS-ISENCOES
                 AT END
                   MOVE "S" TO WRK-FIM-ICMS-ISENC
                 NOT AT END
                   IF WRK-QTD-ICMS-ISENC NOT LESS 200
                     DISPLAY "TAB-ICMS-ISENC CHEIA, ISENCOES "
                             "RESTANTES NAO CARREGADAS"
                     MOVE "S" TO WRK-FIM-ICMS-ISENC
                   ELSE
                     ADD 1 TO WRK-QTD-ICMS-ISENC
                     IF ISEN-CLIENTE-REG NUMERIC
                       MOVE ISEN-CLIENTE-REG
                         TO ISEN-CLIENTE(WRK-QTD-ICMS-ISENC)
                     ELSE
                       MOVE ZERO TO ISEN-CLIENTE(WRK-QTD-ICMS-ISENC)
                     END-IF
                     MOVE ISEN-CATEGORIA-REG
                       TO ISEN-CATEGORIA(WRK-QTD-ICMS-ISENC)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ICMS-ISENCOES
           END-IF.

       0066-CALCULA-ICMS SECTION.

      *    ICMS DESTACADO SOBRE O SERVICO (FRETE MAIS SEGURO). ORIGEM
      *    PELO CEP DA FILIAL (SEM FILIAL, O DA MATRIZ), DESTINO PELO
      *    CEP DE ENTREGA. COMBINACAO ISENTA SAI ZERADA E MARCADA; SEM
      *    ALIQUOTA VIGENTE PARA O PAR DE UFS, ZERADA E MARCADA "S"
      *    PARA O FISCAL. O IMPOSTO NAO ENTRA NO VALOR COM FRETE.
           MOVE ZERO  TO WRK-ICMS
           MOVE ZERO  TO WRK-ICMS-ALIQ
           MOVE "S"   TO WRK-ICMS-SITUACAO

           MOVE WRK-CEP-MATRIZ TO WRK-CEP-ORIGEM
           IF WRK-FILIAL NOT EQUAL SPACE
             MOVE ZERO TO WRK-CEP-ORIGEM
             PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                       UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
               IF FIL-CODIGO(WRK-IDX-FILIAL) EQUAL WRK-FILIAL
                 MOVE FIL-CEP(WRK-IDX-FILIAL) TO WRK-CEP-ORIGEM
                 MOVE WRK-QTD-FILIAIS TO WRK-IDX-FILIAL
               END-IF
             END-PERFORM
           END-IF
           MOVE WRK-CEP-ORIGEM TO WRK-CEP-UF-BUSCA
           PERFORM 0067-RESOLVE-UF-CEP
           MOVE WRK-UF-ACHADA  TO WRK-UF-ORIGEM
           MOVE WRK-CEP        TO WRK-CEP-UF-BUSCA
           PERFORM 0067-RESOLVE-UF-CEP
           MOVE WRK-UF-ACHADA  TO WRK-UF-DESTINO

           PERFORM VARYING WRK-IDX-ICMS-ISENC FROM 1 BY 1
                     UNTIL WRK-IDX-ICMS-ISENC > WRK-QTD-ICMS-ISENC
             IF (ISEN-CLIENTE(WRK-IDX-ICMS-ISENC) EQUAL ZERO
                 OR ISEN-CLIENTE(WRK-IDX-ICMS-ISENC) EQUAL WRK-CLIENTE)
               AND (ISEN-CATEGORIA(WRK-IDX-ICMS-ISENC) EQUAL SPACE
                 OR ISEN-CATEGORIA(WRK-IDX-ICMS-ISENC)
                    EQUAL WRK-CATEGORIA)
               MOVE "I" TO WRK-ICMS-SITUACAO
               MOVE WRK-QTD-ICMS-ISENC TO WRK-IDX-ICMS-ISENC
             END-IF
           END-PERFORM

           IF NOT ICMS-ISENTO
             AND WRK-UF-ORIGEM NOT EQUAL SPACE
             AND WRK-UF-DESTINO NOT EQUAL SPACE
             MOVE ZERO TO WRK-VIGOR-SEL-ICMS
             PERFORM VARYING WRK-IDX-ICMS-ALIQ FROM 1 BY 1
                       UNTIL WRK-IDX-ICMS-ALIQ > WRK-QTD-ICMS-ALIQ
               IF ICMS-UF-ORIGEM(WRK-IDX-ICMS-ALIQ) EQUAL WRK-UF-ORIGEM
                 AND ICMS-UF-DESTINO(WRK-IDX-ICMS-ALIQ)
                     EQUAL WRK-UF-DESTINO
                 AND ICMS-VIGOR(WRK-IDX-ICMS-ALIQ) NOT GREATER
                     WRK-DATA-PROCESSAMENTO
                 AND ICMS-VIGOR(WRK-IDX-ICMS-ALIQ) NOT LESS
                     WRK-VIGOR-SEL-ICMS
                 MOVE ICMS-ALIQ(WRK-IDX-ICMS-ALIQ)  TO WRK-ICMS-ALIQ
                 MOVE ICMS-VIGOR(WRK-IDX-ICMS-ALIQ)
                   TO WRK-VIGOR-SEL-ICMS
                 MOVE "T" TO WRK-ICMS-SITUACAO
               END-IF
             END-PERFORM
           END-IF

           IF ICMS-TRIBUTADO
             COMPUTE WRK-ICMS ROUNDED =
                 (WRK-FRETE + WRK-SEGURO) * WRK-ICMS-ALIQ
           END-IF
           IF TRANS-ESTORNO
             SUBTRACT WRK-ICMS FROM WRK-TOTAL-ICMS
           ELSE
             ADD WRK-ICMS TO WRK-TOTAL-ICMS
           END-IF
           MOVE WRK-ICMS TO WRK-ICMS-ED.

       0067-RESOLVE-UF-CEP SECTION.

           MOVE SPACE TO WRK-UF-ACHADA
           IF WRK-CEP-UF-BUSCA GREATER ZERO
             COMPUTE WRK-CEP-PREFIXO = WRK-CEP-UF-BUSCA / 100000
             PERFORM VARYING WRK-IDX-CEP-UF FROM 1 BY 1
                       UNTIL WRK-IDX-CEP-UF > 30
               IF WRK-CEP-PREFIXO NOT LESS CEP-UF-INI(WRK-IDX-CEP-UF)
                 AND WRK-CEP-PREFIXO NOT GREATER
                     CEP-UF-FIM(WRK-IDX-CEP-UF)
                 MOVE CEP-UF-SIGLA(WRK-IDX-CEP-UF) TO WRK-UF-ACHADA
                 MOVE 30 TO WRK-IDX-CEP-UF
               END-IF
             END-PERFORM
           END-IF.

       0068-CARREGA-COMBUSTIVEL SECTION.

           OPEN INPUT FRETE-COMBUSTIVEL
           IF WRK-STATUS-COMBUST NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-COMBUST EQUAL "S"
               READ FRETE-COMBUSTIVEL
                 AT END
                   MOVE "S" TO WRK-FIM-COMBUST
                 NOT AT END
                   IF WRK-QTD-COMBUST NOT LESS 120
                     DISPLAY "TAB-COMBUSTIVEL CHEIA, INDICES "
                             "RESTANTES NAO CARREGADOS"
                     MOVE "S" TO WRK-FIM-COMBUST
                   ELSE
                     IF COMB-COMPETENCIA-REG NUMERIC
                       AND COMB-PERC-REG NUMERIC
                       ADD 1 TO WRK-QTD-COMBUST
                       MOVE COMB-COMPETENCIA-REG
                         TO COMB-COMPETENCIA(WRK-QTD-COMBUST)
                       MOVE COMB-PERC-REG
                         TO COMB-PERC(WRK-QTD-COMBUST)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-COMBUSTIVEL
           END-IF.

       0069-CALCULA-COMBUSTIVEL SECTION.

      *    SOBRETAXA DA COMPETENCIA MAIS RECENTE NAO POSTERIOR A DO
      *    PROCESSAMENTO, SOBRE O FRETE JA LIMITADO PELO MINIMO E
      *    MAXIMO; CONTRATO COM COMBUSTIVEL INCLUSO NAO PAGA.
           MOVE ZERO TO WRK-PERC-COMBUST
           MOVE ZERO TO WRK-COMBUSTIVEL
           MOVE ZERO TO WRK-COMPET-SEL-COMB
           COMPUTE WRK-COMPET-LOTE = WRK-DATA-PROCESSAMENTO / 100
           IF NOT COMBUSTIVEL-INCLUSO
             PERFORM VARYING WRK-IDX-COMBUST FROM 1 BY 1
                       UNTIL WRK-IDX-COMBUST > WRK-QTD-COMBUST
               IF COMB-COMPETENCIA(WRK-IDX-COMBUST) NOT GREATER
                    WRK-COMPET-LOTE
                 AND COMB-COMPETENCIA(WRK-IDX-COMBUST) NOT LESS
                     WRK-COMPET-SEL-COMB
                 MOVE COMB-PERC(WRK-IDX-COMBUST) TO WRK-PERC-COMBUST
                 MOVE COMB-COMPETENCIA(WRK-IDX-COMBUST)
                   TO WRK-COMPET-SEL-COMB
               END-IF
             END-PERFORM
           END-IF
           IF WRK-PERC-COMBUST GREATER ZERO
             COMPUTE WRK-COMBUSTIVEL ROUNDED =
                 WRK-FRETE * WRK-PERC-COMBUST
             ADD WRK-COMBUSTIVEL TO WRK-FRETE
           END-IF.

       0070-CARREGA-ROTAS SECTION.

           OPEN INPUT ROTAS-TRANSFERENCIA
           IF WRK-STATUS-ROTAS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-ROTAS EQUAL "S"
               READ ROTAS-TRANSFERENCIA
                 AT END
                   MOVE "S" TO WRK-FIM-ROTAS
                 NOT AT END
                   IF ROTA-ORDEM-REG NOT NUMERIC
                     OR ROTA-ORDEM-REG EQUAL ZERO
                     DISPLAY "ROTA " ROTA-FILIAL-REG "/"
                             ROTA-ZONA-REG " COM ORDEM INVALIDA, "
                             "TRECHO DESCARTADO"
                   ELSE
                     IF WRK-QTD-ROTAS NOT LESS 200
                       DISPLAY "TAB-ROTAS CHEIA, ROTAS RESTANTES NAO "
                               "CARREGADAS"
                       MOVE "S" TO WRK-FIM-ROTAS
                     ELSE
                       ADD 1 TO WRK-QTD-ROTAS
                       MOVE ROTA-FILIAL-REG
                         TO ROTA-FILIAL(WRK-QTD-ROTAS)
                       MOVE ROTA-ZONA-REG
                         TO ROTA-ZONA(WRK-QTD-ROTAS)
                       MOVE ROTA-ORDEM-REG
                         TO ROTA-ORDEM(WRK-QTD-ROTAS)
                       MOVE ROTA-ZONA-TRANSP-REG
                         TO ROTA-ZONA-TRANSP(WRK-QTD-ROTAS)
                       MOVE ROTA-HUB-REG
                         TO ROTA-HUB(WRK-QTD-ROTAS)
                       IF ROTA-PERC-CUSTO-REG NUMERIC
                         MOVE ROTA-PERC-CUSTO-REG
                           TO ROTA-PERC-CUSTO(WRK-QTD-ROTAS)
                       ELSE
                         MOVE ZERO TO ROTA-PERC-CUSTO(WRK-QTD-ROTAS)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ROTAS-TRANSFERENCIA
           END-IF.

       0071-RESOLVE-TRECHOS SECTION.

           PERFORM 0078-MONTA-TRECHOS

           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
             MOVE TRE-ZONA-TRANSP(WRK-IDX-TRECHO) TO WRK-ZONA-TRANSP
             PERFORM 0032-RESOLVE-TRANSPORTADORA
             MOVE WRK-TRANSP-COD   TO TRE-TRANSP-COD(WRK-IDX-TRECHO)
             MOVE WRK-TRANSP-NOME  TO TRE-TRANSP-NOME(WRK-IDX-TRECHO)
             MOVE WRK-TRANSP-CUSTO
               TO TRE-TRANSP-CUSTO(WRK-IDX-TRECHO)
           END-PERFORM

           PERFORM 0074-REPARTE-FRETE

      *    A TRANSPORTADORA DO EMBARQUE E A DO TRECHO FINAL, QUE
      *    ENTREGA AO CLIENTE E RESPONDE PELO PRAZO DE ENTREGA.
           MOVE TRE-TRANSP-COD(WRK-QTD-TRECHOS)   TO WRK-TRANSP-COD
           MOVE TRE-TRANSP-NOME(WRK-QTD-TRECHOS)  TO WRK-TRANSP-NOME
           MOVE TRE-TRANSP-CUSTO(WRK-QTD-TRECHOS) TO WRK-TRANSP-CUSTO.

       0078-MONTA-TRECHOS SECTION.

      *    OS TRECHOS DA ROTA FILIAL X ZONA SAO TOMADOS NA ORDEM
      *    CADASTRADA, PARANDO NO TRECHO FINAL (SEM HUB) OU NO
      *    PRIMEIRO NUMERO QUE FALTAR; ROTA QUE PARA NUM HUB GANHA O
      *    TRECHO FINAL DO ULTIMO HUB PARA A ZONA. SEM ROTA, TRECHO
      *    UNICO DA FILIAL DIRETO PARA A ZONA, COMO SEMPRE FOI.
           MOVE ZERO TO WRK-QTD-TRECHOS
           MOVE "S"  TO WRK-SEGUE-ROTA
           PERFORM VARYING WRK-ORDEM-BUSCA FROM 1 BY 1
                     UNTIL WRK-ORDEM-BUSCA > 9
                        OR WRK-SEGUE-ROTA EQUAL "N"
             MOVE "N" TO WRK-SEGUE-ROTA
             PERFORM VARYING WRK-IDX-ROTA FROM 1 BY 1
                       UNTIL WRK-IDX-ROTA > WRK-QTD-ROTAS
               IF ROTA-FILIAL(WRK-IDX-ROTA) EQUAL WRK-FILIAL
                 AND ROTA-ZONA(WRK-IDX-ROTA) EQUAL WRK-DESTINO
                 AND ROTA-ORDEM(WRK-IDX-ROTA) EQUAL WRK-ORDEM-BUSCA
                 ADD 1 TO WRK-QTD-TRECHOS
                 MOVE ROTA-ZONA-TRANSP(WRK-IDX-ROTA)
                   TO TRE-ZONA-TRANSP(WRK-QTD-TRECHOS)
                 MOVE ROTA-HUB(WRK-IDX-ROTA)
                   TO TRE-HUB(WRK-QTD-TRECHOS)
                 MOVE ROTA-PERC-CUSTO(WRK-IDX-ROTA)
                   TO TRE-PERC(WRK-QTD-TRECHOS)
                 IF ROTA-HUB(WRK-IDX-ROTA) NOT EQUAL SPACE
                   MOVE "S" TO WRK-SEGUE-ROTA
                 END-IF
                 MOVE WRK-QTD-ROTAS TO WRK-IDX-ROTA
               END-IF
             END-PERFORM
           END-PERFORM

      *    SEM ROTA, OU ROTA QUE PAROU NUM HUB, FALTA O TRECHO FINAL.
           MOVE "S" TO WRK-SEGUE-ROTA
           IF WRK-QTD-TRECHOS GREATER ZERO
             IF TRE-HUB(WRK-QTD-TRECHOS) EQUAL SPACE
               MOVE "N" TO WRK-SEGUE-ROTA
             END-IF
           END-IF
           IF WRK-SEGUE-ROTA EQUAL "S"
             IF WRK-QTD-TRECHOS NOT LESS 9
               DISPLAY "ROTA " WRK-FILIAL "/" WRK-DESTINO
                       " COM MAIS DE 9 TRECHOS, O NONO ENTREGA NA ZONA"
               MOVE SPACE TO TRE-HUB(9)
               MOVE SPACE TO TRE-ZONA-TRANSP(9)
             ELSE
               ADD 1 TO WRK-QTD-TRECHOS
               MOVE SPACE TO TRE-ZONA-TRANSP(WRK-QTD-TRECHOS)
               MOVE SPACE TO TRE-HUB(WRK-QTD-TRECHOS)
               MOVE ZERO  TO TRE-PERC(WRK-QTD-TRECHOS)
             END-IF
           END-IF

           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
             IF WRK-IDX-TRECHO EQUAL 1
               MOVE WRK-FILIAL TO TRE-CARGA(1)
             ELSE
               MOVE TRE-HUB(WRK-IDX-TRECHO - 1)
                 TO TRE-CARGA(WRK-IDX-TRECHO)
             END-IF
             IF TRE-ZONA-TRANSP(WRK-IDX-TRECHO) EQUAL SPACE
               MOVE WRK-DESTINO TO TRE-ZONA-TRANSP(WRK-IDX-TRECHO)
             END-IF
           END-PERFORM.

       0074-REPARTE-FRETE SECTION.

      *    OS TRECHOS ANTES DO FINAL FICAM COM A PARTICIPACAO
      *    CADASTRADA SOBRE O FRETE E O TRECHO FINAL COM O RESTANTE.
      *    SEM PARTICIPACAO CADASTRADA, OU SE ELAS NAO DEIXAM SOBRA
      *    PARA O TRECHO FINAL, O FRETE E REPARTIDO EM PARTES IGUAIS.
           MOVE ZERO TO WRK-SOMA-PERC
           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO NOT LESS WRK-QTD-TRECHOS
             ADD TRE-PERC(WRK-IDX-TRECHO) TO WRK-SOMA-PERC
           END-PERFORM
           MOVE "N" TO WRK-PARTES-IGUAIS
           IF WRK-SOMA-PERC EQUAL ZERO
             MOVE "S" TO WRK-PARTES-IGUAIS
           END-IF
           IF WRK-SOMA-PERC NOT LESS 1
             DISPLAY "ROTA " WRK-FILIAL "/" WRK-DESTINO
                     " COM PARTICIPACOES DE 100% OU MAIS, FRETE "
                     "REPARTIDO EM PARTES IGUAIS"
             MOVE "S" TO WRK-PARTES-IGUAIS
           END-IF

           MOVE ZERO TO WRK-SOMA-TRECHOS
           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO NOT LESS WRK-QTD-TRECHOS
             IF WRK-PARTES-IGUAIS EQUAL "S"
               COMPUTE TRE-FRETE(WRK-IDX-TRECHO) ROUNDED =
                   WRK-FRETE / WRK-QTD-TRECHOS
             ELSE
               COMPUTE TRE-FRETE(WRK-IDX-TRECHO) ROUNDED =
                   WRK-FRETE * TRE-PERC(WRK-IDX-TRECHO)
             END-IF
             ADD TRE-FRETE(WRK-IDX-TRECHO) TO WRK-SOMA-TRECHOS
           END-PERFORM
           COMPUTE TRE-FRETE(WRK-QTD-TRECHOS) =
               WRK-FRETE - WRK-SOMA-TRECHOS.

       0073-GRAVA-TRECHOS SECTION.

           PERFORM VARYING WRK-IDX-TRECHO FROM 1 BY 1
                     UNTIL WRK-IDX-TRECHO > WRK-QTD-TRECHOS
             MOVE WRK-DATA-PROCESSAMENTO TO TRECHO-DATA
             MOVE WRK-SEQ-TRANSACAO      TO TRECHO-SEQ
             MOVE WRK-TIPO               TO TRECHO-TIPO
             MOVE WRK-IDX-TRECHO         TO TRECHO-ORDEM
             MOVE WRK-QTD-TRECHOS        TO TRECHO-QTD
             MOVE TRE-CARGA(WRK-IDX-TRECHO) TO TRECHO-FILIAL-CARGA
             MOVE TRE-HUB(WRK-IDX-TRECHO)
               TO TRECHO-FILIAL-DESCARGA
             MOVE WRK-DESTINO            TO TRECHO-ZONA
             MOVE TRE-TRANSP-COD(WRK-IDX-TRECHO)
               TO TRECHO-TRANSPORTADORA
             MOVE TRE-FRETE(WRK-IDX-TRECHO) TO TRECHO-FRETE
             WRITE REG-FRETE-TRECHO
           END-PERFORM.

       0082-GRAVA-VINCULO-COLETA SECTION.

           MOVE WRK-COLETA             TO VINC-COLETA
           MOVE WRK-DATA-PROCESSAMENTO TO VINC-DATA
           MOVE WRK-SEQ-TRANSACAO      TO VINC-SEQ
           MOVE WRK-FILIAL             TO VINC-FILIAL
           MOVE WRK-CLIENTE            TO VINC-CLIENTE
           WRITE REG-COLETA-VINCULO.

       0075-CARREGA-PERIGOSOS SECTION.

           OPEN INPUT PRODUTOS-PERIGOSOS
           IF WRK-STATUS-PERIGOSOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIGOSOS EQUAL "S"
               READ PRODUTOS-PERIGOSOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIGOSOS
                 NOT AT END
                   IF PERIG-ONU-REG NOT NUMERIC
                     OR PERIG-ONU-REG EQUAL ZERO
                     OR PERIG-CLASSE-REG(1:1) LESS "1"
                     OR PERIG-CLASSE-REG(1:1) GREATER "9"
                     DISPLAY "PRODUTO PERIGOSO " PERIG-ONU-REG
                             " COM ONU OU CLASSE INVALIDA, DESCARTADO"
                   ELSE
                     IF WRK-QTD-PERIGOSOS NOT LESS 500
                       DISPLAY "TAB-PERIGOSOS CHEIA, PRODUTOS "
                               "RESTANTES NAO CARREGADOS"
                       MOVE "S" TO WRK-FIM-PERIGOSOS
                     ELSE
                       ADD 1 TO WRK-QTD-PERIGOSOS
                       MOVE PERIG-ONU-REG
                         TO PERIG-ONU(WRK-QTD-PERIGOSOS)
                       MOVE PERIG-CLASSE-REG
                         TO PERIG-CLASSE(WRK-QTD-PERIGOSOS)
                       IF PERIG-ADICIONAL-REG NUMERIC
                         MOVE PERIG-ADICIONAL-REG
                           TO PERIG-ADICIONAL(WRK-QTD-PERIGOSOS)
                       ELSE
                         MOVE ZERO
                           TO PERIG-ADICIONAL(WRK-QTD-PERIGOSOS)
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PRODUTOS-PERIGOSOS
           END-IF.

       0076-CARREGA-CERTIFICACOES SECTION.

           OPEN INPUT TRANSP-CERTIFICACOES
           IF WRK-STATUS-CERTIF NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-CERTIF EQUAL "S"
               READ TRANSP-CERTIFICACOES
                 AT END
                   MOVE "S" TO WRK-FIM-CERTIF
                 NOT AT END
                   IF CERT-VALIDADE-REG NOT NUMERIC
                     OR CERT-CLASSE-REG LESS "1"
                     OR CERT-CLASSE-REG GREATER "9"
                     DISPLAY "CERTIFICACAO " CERT-TRANSP-REG "/"
                             CERT-CLASSE-REG " INVALIDA, DESCARTADA"
                   ELSE
                     IF WRK-QTD-CERTIF NOT LESS 300
                       DISPLAY "TAB-CERTIFICACOES CHEIA, "
                               "CERTIFICACOES RESTANTES NAO "
                               "CARREGADAS"
                       MOVE "S" TO WRK-FIM-CERTIF
                     ELSE
                       ADD 1 TO WRK-QTD-CERTIF
                       MOVE CERT-TRANSP-REG
                         TO CERT-TRANSP(WRK-QTD-CERTIF)
                       MOVE CERT-CLASSE-REG
                         TO CERT-CLASSE(WRK-QTD-CERTIF)
                       MOVE CERT-VALIDADE-REG
                         TO CERT-VALIDADE(WRK-QTD-CERTIF)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSP-CERTIFICACOES
           END-IF.

       0077-RESOLVE-PERIGOSO SECTION.

           MOVE "N"   TO WRK-ACHOU-ONU
           MOVE SPACE TO WRK-PERIGO-CLASSE
           MOVE ZERO  TO WRK-PERIGO-ADIC
           IF WRK-ONU GREATER ZERO
             PERFORM VARYING WRK-IDX-PERIGOSO FROM 1 BY 1
                       UNTIL WRK-IDX-PERIGOSO > WRK-QTD-PERIGOSOS
               IF PERIG-ONU(WRK-IDX-PERIGOSO) EQUAL WRK-ONU
                 MOVE "S" TO WRK-ACHOU-ONU
                 MOVE PERIG-CLASSE(WRK-IDX-PERIGOSO)
                   TO WRK-PERIGO-CLASSE
                 MOVE PERIG-ADICIONAL(WRK-IDX-PERIGOSO)
                   TO WRK-PERIGO-ADIC
                 MOVE WRK-QTD-PERIGOSOS TO WRK-IDX-PERIGOSO
               END-IF
             END-PERFORM
           END-IF.

       0079-CHECA-CERTIFICACAO SECTION.

      *    WRK-CERT-TRANSP TEM CERTIFICACAO VIGENTE NA DATA DO LOTE
      *    PARA A CLASSE PRINCIPAL DO PRODUTO (A SUBCLASSE 2.1 E
      *    COBERTA PELA CERTIFICACAO DA CLASSE 2)?
           MOVE "N" TO WRK-CERTIFICADA
           PERFORM VARYING WRK-IDX-CERTIF FROM 1 BY 1
                     UNTIL WRK-IDX-CERTIF > WRK-QTD-CERTIF
             IF CERT-TRANSP(WRK-IDX-CERTIF) EQUAL WRK-CERT-TRANSP
               AND CERT-CLASSE(WRK-IDX-CERTIF)
                   EQUAL WRK-PERIGO-CLASSE-PRINC
               AND CERT-VALIDADE(WRK-IDX-CERTIF) NOT LESS
                   WRK-DATA-PROCESSAMENTO
               MOVE "S" TO WRK-CERTIFICADA
               MOVE WRK-QTD-CERTIF TO WRK-IDX-CERTIF
             END-IF
           END-PERFORM.

       0080-CHECA-ZONA-CERTIFICADA SECTION.

      *    ALGUMA TRANSPORTADORA DA ZONA WRK-ZONA-TRANSP E CERTIFICADA
      *    PARA A CLASSE DO PRODUTO?
           MOVE "N" TO WRK-ZONA-CERTIF
           PERFORM VARYING WRK-IDX-CERT-TRANSP FROM 1 BY 1
                     UNTIL WRK-IDX-CERT-TRANSP > WRK-QTD-TRANSP
             IF TRANSP-ZONA(WRK-IDX-CERT-TRANSP) EQUAL WRK-ZONA-TRANSP
               MOVE TRANSP-COD(WRK-IDX-CERT-TRANSP) TO WRK-CERT-TRANSP
               PERFORM 0079-CHECA-CERTIFICACAO
               IF TRANSP-CERTIFICADA
                 MOVE "S" TO WRK-ZONA-CERTIF
                 MOVE WRK-QTD-TRANSP TO WRK-IDX-CERT-TRANSP
               END-IF
             END-IF
           END-PERFORM.

       0081-CALCULA-PERIGOSO SECTION.

      *    ADICIONAL DO PRODUTO PERIGOSO SOBRE O FRETE JA LIMITADO PELO
      *    MINIMO E MAXIMO; O COMBUSTIVEL INCIDE DEPOIS, SOBRE O TOTAL.
           MOVE ZERO TO WRK-ADIC-PERIGOSO
           IF PRODUTO-PERIGOSO AND WRK-PERIGO-ADIC GREATER ZERO
             COMPUTE WRK-ADIC-PERIGOSO ROUNDED =
                 WRK-FRETE * WRK-PERIGO-ADIC
             ADD WRK-ADIC-PERIGOSO TO WRK-FRETE
           END-IF.

       0025-ATUALIZA-MASTER SECTION.

           IF TRANS-ESTORNO
                  WRK-DESTINO      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-FRETE-ED     DELIMITED BY SIZE
                  " COMB "         DELIMITED BY SIZE
                  WRK-COMBUSTIVEL-ED DELIMITED BY SIZE
                  " ENT "          DELIMITED BY SIZE
                  WRK-DATA-ENTREGA DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-FONTE-TARIFA DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
           WRITE REG-FRETE-MANIFESTO
      *    COM DESTINATARIO INFORMADO, UMA LINHA DE COMPLEMENTO MOSTRA
      *    A OUTRA PARTE E QUEM PAGA O FRETE.
           IF WRK-DESTINATARIO GREATER ZERO
             MOVE SPACE TO WRK-LINHA-REL
             IF FRETE-A-PAGAR
               STRING "        DESTINATARIO "  DELIMITED BY SIZE
                      WRK-DESTINATARIO         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WRK-DESTINATARIO-NOME    DELIMITED BY SIZE
                      " - FRETE A PAGAR (FOB), PAGADOR: DESTINATARIO"
                                               DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             ELSE
               STRING "        DESTINATARIO "  DELIMITED BY SIZE
                      WRK-DESTINATARIO         DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WRK-DESTINATARIO-NOME    DELIMITED BY SIZE
                      " - FRETE PAGO (CIF), PAGADOR: REMETENTE"
                                               DELIMITED BY SIZE
                 INTO WRK-LINHA-REL
               END-STRING
             END-IF
             MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
             WRITE REG-FRETE-MANIFESTO
           END-IF.

       0005-ACUMULA-MANIFESTO SECTION.

           ADD WRK-COMBUSTIVEL TO WRK-TOTAL-COMBUST

           MOVE "N" TO WRK-ACHOU-SUB
           MOVE ZERO TO WRK-IDX-SUB
           PERFORM VARYING WRK-IDX-SUB FROM 1 BY 1
           MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
           WRITE REG-FRETE-MANIFESTO

           MOVE WRK-TOTAL-ICMS TO WRK-TOTAL-ICMS-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL GERAL DE ICMS DESTACADO: " DELIMITED BY SIZE
                  WRK-TOTAL-ICMS-ED        DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
           WRITE REG-FRETE-MANIFESTO

           MOVE WRK-TOTAL-COMBUST TO WRK-TOTAL-COMBUST-ED
           MOVE SPACE TO WRK-LINHA-REL
           STRING "TOTAL DE SOBRETAXA DE COMBUSTIVEL (NO FRETE): "
                    DELIMITED BY SIZE
                  WRK-TOTAL-COMBUST-ED     DELIMITED BY SIZE
             INTO WRK-LINHA-REL
           END-STRING
           MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
           WRITE REG-FRETE-MANIFESTO

           PERFORM 0012-CONTROLE-TOTAIS.

       0012-CONTROLE-TOTAIS SECTION.
           MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
           WRITE REG-FRETE-MANIFESTO

           IF WRK-QTD-POSTERGADOS GREATER ZERO
             MOVE WRK-QTD-POSTERGADOS TO WRK-QTD-CTRL-ED
             MOVE SPACE TO WRK-LINHA-REL
             STRING "AJUSTES DE COMPETENCIA FECHADA LANCADOS EM "
                      DELIMITED BY SIZE
                    WRK-COMPET-LANCAMENTO DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    WRK-QTD-CTRL-ED DELIMITED BY SIZE
               INTO WRK-LINHA-REL
             END-STRING
             MOVE WRK-LINHA-REL TO REG-FRETE-MANIFESTO
             WRITE REG-FRETE-MANIFESTO
           END-IF

           MOVE SPACE TO WRK-LINHA-REL
           IF LOTE-DIVERGENTE
             STRING "CONTROLE: DIVERGENCIA ENTRE LIDAS E GRAVADAS/"
           MOVE WRK-REVISAR        TO AUDIT-REVISAR
           MOVE WRK-SEGURO         TO AUDIT-SEGURO
           MOVE WRK-TRANSP-COD     TO AUDIT-TRANSPORTADORA
           MOVE WRK-UF-ORIGEM      TO AUDIT-UF-ORIGEM
           MOVE WRK-UF-DESTINO     TO AUDIT-UF-DESTINO
           MOVE WRK-ICMS-ALIQ      TO AUDIT-ICMS-ALIQ
           MOVE WRK-ICMS           TO AUDIT-ICMS
           MOVE WRK-ICMS-SITUACAO  TO AUDIT-ICMS-SITUACAO
           MOVE WRK-PAGADOR        TO AUDIT-PAGADOR
           MOVE WRK-DESTINATARIO   TO AUDIT-DESTINATARIO
           MOVE WRK-COMPET-LANCAMENTO TO AUDIT-COMPETENCIA
           PERFORM 0084-REFERENCIA-ORIGEM
           WRITE REG-FRETE-AUDITORIA.

       0018-LE-CHECKPOINT SECTION.
                         MOVE CKPT-QTD-SUSPEITAS
                           TO WRK-QTD-SUSPEITAS
                       END-IF
                       IF CKPT-TOTAL-ICMS NUMERIC
                         MOVE CKPT-TOTAL-ICMS TO WRK-TOTAL-ICMS
                       END-IF
                       IF CKPT-TOTAL-COMBUST NUMERIC
                         MOVE CKPT-TOTAL-COMBUST TO WRK-TOTAL-COMBUST
                       END-IF
                     WHEN "A"
                       ADD 1 TO WRK-QTD-ACERTOS
                       MOVE CKPT-A-COD
           MOVE WRK-TOTAL-FRETE-RETORNO   TO CKPT-FRETE-RETORNO
           MOVE WRK-TOTAL-SEGURO          TO CKPT-TOTAL-SEGURO
           MOVE WRK-QTD-SUSPEITAS         TO CKPT-QTD-SUSPEITAS
           MOVE WRK-TOTAL-ICMS            TO CKPT-TOTAL-ICMS
           MOVE WRK-TOTAL-COMBUST         TO CKPT-TOTAL-COMBUST

           OPEN OUTPUT FRETE-CHECKPOINT
           WRITE REG-CKPT-TOTAIS
           MOVE ZERO TO CKPT-FRETE-RETORNO
           MOVE ZERO TO CKPT-TOTAL-SEGURO
           MOVE ZERO TO CKPT-QTD-SUSPEITAS
           MOVE ZERO TO CKPT-TOTAL-ICMS
           MOVE ZERO TO CKPT-TOTAL-COMBUST

           OPEN OUTPUT FRETE-CHECKPOINT
           WRITE REG-CKPT-TOTAIS
           END-IF
           WRITE REG-OPERACOES-RESUMO.

       0083-CARREGA-PERIODOS SECTION.

      *    COMPETENCIA AUSENTE DE FRETE-PERIODOS ESTA ABERTA. O LOTE
      *    LANCA NA PRIMEIRA COMPETENCIA ABERTA A PARTIR DO MES DO
      *    PROCESSAMENTO: FECHADO O MES CORRENTE, O RESTO DELE JA CAI
      *    NO MES SEGUINTE.
           OPEN INPUT FRETE-PERIODOS
           IF WRK-STATUS-PERIODOS NOT EQUAL "35"
             PERFORM UNTIL WRK-FIM-PERIODOS EQUAL "S"
               READ FRETE-PERIODOS
                 AT END
                   MOVE "S" TO WRK-FIM-PERIODOS
                 NOT AT END
                   IF PERIODO-SITUACAO EQUAL "F"
                     AND PERIODO-COMPETENCIA NUMERIC
                     IF WRK-QTD-FECHADAS NOT LESS 240
                       DISPLAY "TAB-FECHADAS CHEIA, COMPETENCIAS "
                               "RESTANTES NAO CARREGADAS"
                       MOVE "S" TO WRK-FIM-PERIODOS
                     ELSE
                       ADD 1 TO WRK-QTD-FECHADAS
                       MOVE PERIODO-COMPETENCIA
                         TO FECHADA-COMPET(WRK-QTD-FECHADAS)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FRETE-PERIODOS
           END-IF

           COMPUTE WRK-COMPET-PROCESSAMENTO =
                   WRK-DATA-PROCESSAMENTO / 100
           MOVE WRK-COMPET-PROCESSAMENTO TO WRK-COMPET-LANCAMENTO
           MOVE WRK-COMPET-LANCAMENTO TO WRK-COMPET-TESTE
           PERFORM 0085-PROCURA-FECHADA
           PERFORM UNTIL NOT COMPETENCIA-FECHADA
             IF LANC-MES LESS 12
               ADD 1 TO LANC-MES
             ELSE
               MOVE 1 TO LANC-MES
               ADD 1 TO LANC-ANO
             END-IF
             MOVE WRK-COMPET-LANCAMENTO TO WRK-COMPET-TESTE
             PERFORM 0085-PROCURA-FECHADA
           END-PERFORM
           IF WRK-COMPET-LANCAMENTO NOT EQUAL WRK-COMPET-PROCESSAMENTO
             DISPLAY "COMPETENCIA " WRK-COMPET-PROCESSAMENTO
                     " FECHADA, LANCAMENTOS NA COMPETENCIA "
                     WRK-COMPET-LANCAMENTO
           END-IF.

       0084-REFERENCIA-ORIGEM SECTION.

      *    AJUSTE CUJA COMPETENCIA DE ORIGEM ESTA FECHADA, OU
      *    LANCAMENTO DESVIADO PORQUE O PROPRIO MES DO PROCESSAMENTO
      *    FECHOU, LEVA A REFERENCIA DA COMPETENCIA QUE NAO PODE MAIS
      *    MUDAR.
           MOVE ZERO TO AUDIT-COMPET-ORIGEM
           IF WRK-COMPET-ORIGEM GREATER ZERO
             AND WRK-COMPET-ORIGEM NOT EQUAL WRK-COMPET-LANCAMENTO
             MOVE WRK-COMPET-ORIGEM TO WRK-COMPET-TESTE
             PERFORM 0085-PROCURA-FECHADA
             IF COMPETENCIA-FECHADA
               MOVE WRK-COMPET-ORIGEM TO AUDIT-COMPET-ORIGEM
             END-IF
           END-IF
           IF AUDIT-COMPET-ORIGEM EQUAL ZERO
             AND WRK-COMPET-LANCAMENTO
                   NOT EQUAL WRK-COMPET-PROCESSAMENTO
             MOVE WRK-COMPET-PROCESSAMENTO TO AUDIT-COMPET-ORIGEM
           END-IF
           IF AUDIT-COMPET-ORIGEM GREATER ZERO
             ADD 1 TO WRK-QTD-POSTERGADOS
           END-IF.

       0085-PROCURA-FECHADA SECTION.

           MOVE "N" TO WRK-COMPET-FECHADA
           PERFORM VARYING WRK-IDX-FECHADA FROM 1 BY 1
                     UNTIL WRK-IDX-FECHADA GREATER WRK-QTD-FECHADAS
             IF FECHADA-COMPET(WRK-IDX-FECHADA) EQUAL WRK-COMPET-TESTE
               MOVE "S" TO WRK-COMPET-FECHADA
               MOVE WRK-QTD-FECHADAS TO WRK-IDX-FECHADA
             END-IF
           END-PERFORM.

           END PROGRAM CALCULO-FRETE.
