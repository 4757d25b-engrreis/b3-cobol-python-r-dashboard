       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-INDICE.

*> Indice teorico proprio sobre o universo liquido do motor: carteira
*> rebalanceada por negociabilidade num calendario trimestral e serie
*> diaria de nivel e divisor.
*>
*> Rebalanceamento: ultimo pregao, em data/b3_calendario.csv, de cada
*> mes listado em INDICE_MESES_REBAL (default 03;06;09;12). Em cada
*> rebalanceamento, sobre as sessoes desde o rebalanceamento anterior
*> (ou desde o inicio de processados/daily_returns_cobol.csv):
*>   - indice de negociabilidade no estilo B3:
*>         IN = (n / N) ** (1/3) x (v / V) ** (2/3)
*>     com n/v = negocios (RglrTxsQty) e volume (NtlFinVol) do ticker
*>     e N/V = totais dos tickers do segmento elegivel;
*>   - filtros de elegibilidade: segmento (INDICE_TIPOS sobre
*>     InstrumentType e INDICE_SEGMENTOS sobre MktStream, listas com
*>     ";"; vazio = todos), presenca minima nas sessoes do periodo
*>     (INDICE_PRESENCA_MIN, default 0.95) e preco minimo no
*>     rebalanceamento, contra penny stocks (INDICE_PRECO_MIN,
*>     default 1.00);
*>   - entram os elegiveis em ordem decrescente de IN ate acumular
*>     INDICE_CORTE_IN (default 0.85) do IN total dos elegiveis;
*>   - peso proporcional ao IN, limitado a INDICE_PESO_MAX por ticker
*>     (default 0.20), com o excesso redistribuido entre os demais;
*>   - quantidade teorica = peso x carteira nocional / preco do dia, e
*>     o divisor e' refeito para o nivel nao saltar no rebalanceamento.
*>
*> Entre rebalanceamentos o nivel do dia e' a soma de quantidade x
*> ultimo preco (LastPrice) dividida pelo divisor; ticker que nao
*> negociou no dia entra com o ultimo preco conhecido. Um evento de
*> data/corporate_actions.csv de um componente, com data efetiva apos
*> a sessao anterior, ajusta o preco anterior pelo fator (mesma regra
*> de PH1-AJUSTA-PRECO-ANTERIOR do motor) e o divisor na mesma
*> proporcao do valor da carteira, de modo que o evento nao mexe no
*> nivel. Nivel inicial no primeiro rebalanceamento: INDICE_BASE
*> (default 1000).
*>
*> Indice publicado nao muda o passado: a composicao vigente (quantidade
*> e peso), o divisor, o ultimo nivel, os acumulados do periodo desde o
*> ultimo rebalanceamento e a ultima sessao processada ficam em
*> processados/motor_b3_estado_indice_cobol.csv. Com o estado, cada
*> execucao so' processa as sessoes de daily_returns_cobol.csv
*> posteriores a' data salva e acrescenta (EXTEND) as tres saidas; a
*> janela de retencao do MOTOR-B3-ARQUIVO (e a RESTAURA) pode mover o
*> inicio do arquivo sem refazer niveis, divisores nem rebalanceamentos
*> ja publicados. So' sem o arquivo de estado o indice e' reconstruido
*> do inicio de daily_returns_cobol.csv, com as saidas recriadas.
*> daily_returns_cobol.csv deve vir agrupado por data em ordem
*> crescente, como o motor grava; linha com data anterior a do grupo
*> corrente fica de fora e e' contada no console (codigo 4).
*>
*> Saidas:
*>   processados/indice_teorico_carteira_cobol.csv   - carteira teorica
*>                                                     de cada rebalanc.
*>   processados/indice_teorico_nivel_cobol.csv      - nivel e divisor
*>                                                     diarios
*>   processados/indice_teorico_rebalance_cobol.csv  - inclusoes e
*>                                                     exclusoes
*>   processados/motor_b3_estado_indice_cobol.csv    - estado entre
*>                                                     execucoes

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    *> Calendario de pregoes - obrigatorio: define as datas de
    *> rebalanceamento
    SELECT CALEND-IN
        ASSIGN TO "data/b3_calendario.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT CORPACT-IN
        ASSIGN TO "data/corporate_actions.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORPACT-FILE-STATUS.

    SELECT DAILY-IN
        ASSIGN TO "processados/daily_returns_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DAILY-FILE-STATUS.

    *> Saidas acumuladas (EXTEND quando ha estado salvo)
    SELECT CARTEIRA-OUT
        ASSIGN TO "processados/indice_teorico_carteira_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CART-FILE-STATUS.

    SELECT NIVEL-OUT
        ASSIGN TO "processados/indice_teorico_nivel_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NIVEL-FILE-STATUS.

    SELECT REBAL-OUT
        ASSIGN TO "processados/indice_teorico_rebalance_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REBAL-FILE-STATUS.

    *> Composicao, divisor e acumulados salvos entre execucoes (mesma
    *> convencao do estado da breadth do motor)
    SELECT ESTADO-INDICE-IN
        ASSIGN TO "processados/motor_b3_estado_indice_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESTIDX-FILE-STATUS.

    SELECT ESTADO-INDICE-OUT
        ASSIGN TO "processados/motor_b3_estado_indice_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(128).

FD  CALEND-IN.
01  CALEND-REC           PIC X(64).

FD  CORPACT-IN.
01  CORPACT-REC          PIC X(128).

FD  DAILY-IN.
01  DAILY-REC            PIC X(256).

FD  CARTEIRA-OUT.
01  CARTEIRA-REC         PIC X(256).

FD  NIVEL-OUT.
01  NIVEL-REC            PIC X(256).

FD  REBAL-OUT.
01  REBAL-REC            PIC X(256).

FD  ESTADO-INDICE-IN.
01  ESTADO-INDICE-IN-REC  PIC X(256).

FD  ESTADO-INDICE-OUT.
01  ESTADO-INDICE-OUT-REC PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-CAL-FILE-STATUS      PIC X(2)  VALUE "00".
01  WS-CORPACT-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-DAILY-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-CART-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-NIVEL-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-REBAL-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-ESTIDX-FILE-STATUS   PIC X(2)  VALUE "00".

01  WS-PARAM-EOF            PIC X     VALUE "N".
01  WS-PARAM-HEADER-SKIP    PIC X     VALUE "N".
01  WS-CAL-EOF              PIC X     VALUE "N".
01  WS-CAL-HEADER-SKIP      PIC X     VALUE "N".
01  WS-CORPACT-EOF          PIC X     VALUE "N".
01  WS-CORPACT-HEADER-SKIP  PIC X     VALUE "N".
01  WS-DAILY-EOF            PIC X     VALUE "N".
01  WS-DAILY-HEADER-SKIP    PIC X     VALUE "N".
01  WS-ESTADO-EOF           PIC X     VALUE "N".
01  WS-ESTADO-HEADER-SKIP   PIC X     VALUE "N".

01  WS-PARAM-FIELDS.
    05  PF-NOME   PIC X(30).
    05  PF-VALOR  PIC X(60).

*> ---------- PARAMETROS DO INDICE ----------
01  WS-PRESENCA-MIN     USAGE COMP-2 VALUE 0.95.
01  WS-CORTE-IN         USAGE COMP-2 VALUE 0.85.
01  WS-PRECO-MIN        USAGE COMP-2 VALUE 1.00.
01  WS-PESO-MAX         USAGE COMP-2 VALUE 0.20.
01  WS-NIVEL-BASE       USAGE COMP-2 VALUE 1000.
*> Valor de referencia da carteira teorica no rebalanceamento (so'
*> escala as quantidades e o divisor; o nivel nao depende dele)
01  WS-NOCIONAL         USAGE COMP-2 VALUE 100000000.

*> Meses de rebalanceamento (01..12)
01  WS-MESES-TBL.
    05  WS-MES-REBAL OCCURS 12 TIMES PIC X.
01  WS-MESES-INFORMADO  PIC X     VALUE "N".
01  WS-MESES-ITEM-TBL.
    05  WS-MESES-ITEM OCCURS 12 TIMES PIC X(4).
01  WS-MES-IDX          PIC 99    VALUE 0.
01  WS-MES-NUM          PIC 99    VALUE 0.

*> Filtros de segmento (mesma tecnica de PH-PROCESSA-SEGMENTOS do
*> motor: ate 8 valores separados por ";", lista compactada)
01  WS-TIPO-ITEM-TBL.
    05  WS-TIPO-ITEM OCCURS 8 TIMES PIC X(20).
01  WS-TIPO-ITEM-QTD    PIC 9     VALUE 0.
01  WS-SEGM-ITEM-TBL.
    05  WS-SEGM-ITEM OCCURS 8 TIMES PIC X(20).
01  WS-SEGM-ITEM-QTD    PIC 9     VALUE 0.
01  WS-SEGM-IDX         PIC 9     VALUE 0.
01  WS-SEGM-MATCH       PIC X     VALUE "N".
01  WS-TIPO-MATCH       PIC X     VALUE "N".

*> ---------- CALENDARIO E DATAS DE REBALANCEAMENTO ----------
01  WS-CAL-FIELDS.
    05  CAL-F-DATA  PIC X(20).
    05  CAL-F-DESC  PIC X(40).

01  WS-CAL-TBL.
    05  WS-CAL-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-CAL-COUNT.
        10  CAL-DATA   PIC X(10).
01  WS-CAL-COUNT     PIC 9(4) VALUE 0.
01  WS-CAL-IDX       PIC 9(4) VALUE 0.
01  WS-CAL-INSPOS    PIC 9(4) VALUE 0.
01  WS-CAL-SHIFT-IDX PIC 9(4) VALUE 0.

01  WS-RB-TBL.
    05  WS-RB-ENTRY OCCURS 1 TO 500 TIMES
            DEPENDING ON WS-RB-COUNT.
        10  RB-DATA    PIC X(10).
01  WS-RB-COUNT      PIC 9(4) VALUE 0.
01  WS-RB-PTR        PIC 9(4) VALUE 1.

*> ---------- EVENTOS SOCIETARIOS ----------
01  WS-CORPACT-FIELDS.
    05  CA-F-TICKER    PIC X(20).
    05  CA-F-EFFDATE   PIC X(20).
    05  CA-F-FACTOR    PIC X(20).

01  WS-CORPACT-TBL.
    05  WS-CORPACT-ENTRY OCCURS 2000 TIMES.
        10  CA-TICKER      PIC X(12).
        10  CA-EFFDATE     PIC X(10).
        10  CA-FACTOR      PIC 9(3)V9(6).
01  WS-CORPACT-COUNT   PIC 9(4) VALUE 0.
01  WS-CORPACT-IDX     PIC 9(4) VALUE 0.

*> ---------- LINHA DE daily_returns_cobol.csv ----------
01  WS-DAILY-FIELDS.
    05  DY-F-TRADEDATE   PIC X(20).
    05  DY-F-TICKER      PIC X(20).
    05  DY-F-RETLOG      PIC X(20).
    05  DY-F-LASTPRICE   PIC X(20).
    05  DY-F-NTLFINVOL   PIC X(30).
    05  DY-F-RGLRTXSQTY  PIC X(20).
    05  DY-F-INSTRTYPE   PIC X(20).
    05  DY-F-MKTSTRM     PIC X(20).

01  WS-ROW-DATE        PIC X(10) VALUE SPACES.
01  WS-ROW-TICKER      PIC X(12) VALUE SPACES.
01  WS-ROW-PRECO       USAGE COMP-2 VALUE 0.
01  WS-ROW-VOL         USAGE COMP-2 VALUE 0.
01  WS-ROW-NEG         USAGE COMP-2 VALUE 0.

*> Data do grupo corrente de linhas (sessao em processamento)
01  WS-DATA-CORR       PIC X(10) VALUE SPACES.
01  WS-DATA-PRIMEIRA   PIC X(10) VALUE SPACES.
*> Sessoes (datas distintas) desde o ultimo rebalanceamento
01  WS-PER-SESSOES     PIC 9(5)  VALUE 0.
*> Sessao aberta (ainda sem nivel gravado)
01  WS-DATA-ABERTA     PIC X     VALUE "N".

*> ---------- ESTADO ENTRE EXECUCOES ----------
*> Linha INDICE: Tipo,,,,UltimaData,Preco=nivel anterior,
*>   Sessoes=sessoes do periodo,,,Componente=carteira ja formada,,
*>   Quantidade=divisor
*> Linha TICKER: Tipo,TickerSymbol,InstrumentType,MktStream,UltimaData,
*>   Preco,Sessoes,Negocios,Volume,Componente,Peso,Quantidade
01  WS-ESTADO-OK       PIC X     VALUE "N".
*> Ultima sessao ja incorporada ao indice (SPACES = reconstrucao)
01  WS-ESTADO-DATA     PIC X(10) VALUE SPACES.
01  WS-ESTIDX-FIELDS.
    05  EIX-F-TIPO       PIC X(10).
    05  EIX-F-TICKER     PIC X(20).
    05  EIX-F-INSTRTYPE  PIC X(20).
    05  EIX-F-MKTSTRM    PIC X(20).
    05  EIX-F-DATA       PIC X(20).
    05  EIX-F-PRECO      PIC X(30).
    05  EIX-F-SESSOES    PIC X(10).
    05  EIX-F-NEG        PIC X(30).
    05  EIX-F-VOL        PIC X(30).
    05  EIX-F-CONST      PIC X(5).
    05  EIX-F-PESO       PIC X(30).
    05  EIX-F-QTD        PIC X(30).
01  WS-EST-PRECO-TXT   PIC 9(9).9(8).
01  WS-EST-NIVEL-TXT   PIC 9(9).9(10).
01  WS-EST-NEG-TXT     PIC 9(15).9(2).
01  WS-EST-VOL-TXT     PIC 9(18).9(2).
01  WS-EST-PESO-TXT    PIC 9.9(15).
01  WS-EST-QTD-TXT     PIC 9(12).9(8).

*> ---------- TICKERS ----------
01  WS-TK-TBL.
    05  WS-TK-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-TK-COUNT
            ASCENDING KEY IS TK-TICKER
            INDEXED BY WS-TK-TIDX.
        10  TK-TICKER      PIC X(12).
        10  TK-TIPO        PIC X(20).
        10  TK-MKT         PIC X(20).
        *> Ultimo preco conhecido, ja ajustado por eventos
        10  TK-PRECO       USAGE COMP-2.
        10  TK-ULT-DATA    PIC X(10).
        *> Acumulados do periodo desde o ultimo rebalanceamento
        10  TK-NSESS       PIC 9(5).
        10  TK-NEG         USAGE COMP-2.
        10  TK-VOL         USAGE COMP-2.
        *> Resultado do ultimo rebalanceamento
        10  TK-IN          USAGE COMP-2.
        10  TK-PRES        USAGE COMP-2.
        10  TK-RANK        PIC 9(4).
        10  TK-MOTIVO      PIC X(30).
        10  TK-SEL         PIC X.
        10  TK-LIMITADO    PIC X.
        10  TK-PESO-IN     USAGE COMP-2.
        10  TK-PESO-NOVO   USAGE COMP-2.
        *> Composicao vigente
        10  TK-CONST       PIC X.
        10  TK-PESO        USAGE COMP-2.
        10  TK-QTD         USAGE COMP-2.
01  WS-TK-COUNT        PIC 9(4) VALUE 0.
01  WS-TK-IDX          PIC 9(4) VALUE 0.
01  WS-TK-INSPOS       PIC 9(4) VALUE 0.
01  WS-TK-SHIFT-IDX    PIC 9(4) VALUE 0.
01  WS-TK-FOUND        PIC X    VALUE "N".
01  WS-TK-DROP-COUNT   PIC 9(9) VALUE 0.

*> Ranking do rebalanceamento (indices em WS-TK-TBL, IN decrescente)
01  WS-RK-TBL.
    05  WS-RK-ENTRY OCCURS 3000 TIMES.
        10  RK-TK-IDX      PIC 9(4).
01  WS-RK-COUNT        PIC 9(4) VALUE 0.
01  WS-RK-IDX          PIC 9(4) VALUE 0.
01  WS-RK-INSPOS       PIC 9(4) VALUE 0.
01  WS-RK-SHIFT-IDX    PIC 9(4) VALUE 0.

*> ---------- CALCULO DO REBALANCEAMENTO ----------
01  WS-TOT-NEG-F       USAGE COMP-2 VALUE 0.
01  WS-TOT-VOL-F       USAGE COMP-2 VALUE 0.
01  WS-SOMA-IN-F       USAGE COMP-2 VALUE 0.
01  WS-ACUM-IN-F       USAGE COMP-2 VALUE 0.
01  WS-SEL-IN-F        USAGE COMP-2 VALUE 0.
01  WS-FRAC-F          USAGE COMP-2 VALUE 0.
01  WS-PARC-NEG-F      USAGE COMP-2 VALUE 0.
01  WS-PARC-VOL-F      USAGE COMP-2 VALUE 0.
01  WS-UM-TERCO        USAGE COMP-2 VALUE 0.333333333333333.
01  WS-DOIS-TERCOS     USAGE COMP-2 VALUE 0.666666666666667.
01  WS-PER-SESSOES-F   USAGE COMP-2 VALUE 0.
01  WS-QTD-SEL         PIC 9(4) VALUE 0.
01  WS-QTD-SEL-F       USAGE COMP-2 VALUE 0.
01  WS-QTD-INCL        PIC 9(4) VALUE 0.
01  WS-QTD-EXCL        PIC 9(4) VALUE 0.

*> Limite de peso: redistribuicao iterativa do excesso
01  WS-CAP-ITER        PIC 9(3) VALUE 0.
01  WS-CAP-EXCESSO-F   USAGE COMP-2 VALUE 0.
01  WS-CAP-LIVRE-F     USAGE COMP-2 VALUE 0.
01  WS-CAP-EPS         USAGE COMP-2 VALUE 1.0E-12.
01  WS-CAP-FIM         PIC X    VALUE "N".

*> ---------- NIVEL E DIVISOR ----------
01  WS-COMPOSICAO-OK   PIC X    VALUE "N".
01  WS-REBAL-HOJE      PIC X    VALUE "N".
01  WS-REBAL-ATRASO    PIC X    VALUE "N".
01  WS-DIVISOR-F       USAGE COMP-2 VALUE 0.
01  WS-NIVEL-F         USAGE COMP-2 VALUE 0.
01  WS-NIVEL-ANT-F     USAGE COMP-2 VALUE 0.
01  WS-RET-DIA-F       USAGE COMP-2 VALUE 0.
01  WS-RET-DIA-OK      PIC X    VALUE "N".
01  WS-VALOR-F         USAGE COMP-2 VALUE 0.
01  WS-VALOR-AJ-F      USAGE COMP-2 VALUE 0.
01  WS-PRECO-ANT-F     USAGE COMP-2 VALUE 0.
01  WS-NATIVOS         PIC 9(4) VALUE 0.
01  WS-NSEMNEG         PIC 9(4) VALUE 0.
01  WS-EVENTOS-DIA     PIC 9(4) VALUE 0.
01  WS-OUT-F           USAGE COMP-2 VALUE 0.

*> ---------- SAIDA ----------
01  WS-NIVEL-TXT       PIC 9(9).9(6).
01  WS-DIVISOR-TXT     PIC 9(12).9(6).
01  WS-RET-TXT         PIC -9(3).9(8).
01  WS-RET-OUT         PIC X(13) VALUE SPACES.
01  WS-VALOR-TXT       PIC 9(15).9(2).
01  WS-QTD-TXT         PIC 9(12).9(4).
01  WS-PRECO-TXT       PIC 9(9).9(4).
01  WS-PESO-TXT        PIC 9(3).9(6).
01  WS-PESOANT-OUT     PIC X(10) VALUE SPACES.
01  WS-PESONOVO-OUT    PIC X(10) VALUE SPACES.
01  WS-IN-TXT          PIC 9(3).9(8).
01  WS-PRES-TXT        PIC 9(3).9(4).
01  WS-RANK-TXT        PIC 9(4).
01  WS-RANK-OUT        PIC X(4)  VALUE SPACES.
01  WS-IN-OUT          PIC X(12) VALUE SPACES.
01  WS-PRES-OUT        PIC X(8)  VALUE SPACES.
01  WS-N-TXT           PIC 9(4).
01  WS-N2-TXT          PIC 9(4).
01  WS-EV-TXT          PIC 9(4).
01  WS-MOVIMENTO       PIC X(10) VALUE SPACES.
01  WS-FLAG-OUT        PIC X     VALUE "N".

01  WS-STR-PTR         PIC 9(5) VALUE 0.

01  WS-QTD-LINHAS          PIC 9(9) VALUE 0.
01  WS-QTD-FORA-ORDEM      PIC 9(9) VALUE 0.
01  WS-QTD-JA-INDICE       PIC 9(9) VALUE 0.
01  WS-QTD-INVALIDAS       PIC 9(9) VALUE 0.
01  WS-QTD-SESSOES         PIC 9(9) VALUE 0.
01  WS-QTD-REBAL           PIC 9(9) VALUE 0.
01  WS-QTD-REBAL-VAZIO     PIC 9(9) VALUE 0.
01  WS-QTD-CAP-INVIAVEL    PIC 9(9) VALUE 0.
01  WS-QTD-NIVEIS          PIC 9(9) VALUE 0.
01  WS-QTD-EVENTOS         PIC 9(9) VALUE 0.
01  WS-QTD-INCL-TOTAL      PIC 9(9) VALUE 0.
01  WS-QTD-EXCL-TOTAL      PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 INDICE TEORICO ==="

    PERFORM IT-LEIA-PARAMETROS

    IF WS-MESES-INFORMADO = "N"
        MOVE ALL "N" TO WS-MESES-TBL
        MOVE "Y" TO WS-MES-REBAL(3)
        MOVE "Y" TO WS-MES-REBAL(6)
        MOVE "Y" TO WS-MES-REBAL(9)
        MOVE "Y" TO WS-MES-REBAL(12)
    END-IF

    PERFORM IT-LEIA-CALENDARIO

    IF WS-CAL-COUNT = 0
        DISPLAY "ERRO: data/b3_calendario.csv ausente ou vazio - "
                "sem calendario de rebalanceamento"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM IT-MONTA-REBALANCES

    IF WS-RB-COUNT = 0
        DISPLAY "ERRO: nenhuma data de rebalanceamento no calendario "
                "para os meses de INDICE_MESES_REBAL"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM IT-LEIA-CORPACTIONS

    MOVE "N" TO WS-DAILY-EOF
    MOVE "N" TO WS-DAILY-HEADER-SKIP

    OPEN INPUT DAILY-IN

    IF WS-DAILY-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: processados/daily_returns_cobol.csv ausente - "
                "rode o MOTOR-B3-COBOL antes"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM IT-LEIA-ESTADO
    PERFORM IT-ABRE-SAIDAS

    PERFORM UNTIL WS-DAILY-EOF = "Y"
        READ DAILY-IN
            AT END
                MOVE "Y" TO WS-DAILY-EOF
            NOT AT END
                PERFORM IT-PROCESSA-DAILY
        END-READ
    END-PERFORM

    *> Fecha a ultima sessao
    IF WS-DATA-ABERTA = "Y"
        PERFORM IT-FECHA-DATA
    END-IF

    CLOSE DAILY-IN
    CLOSE CARTEIRA-OUT
    CLOSE NIVEL-OUT
    CLOSE REBAL-OUT

    PERFORM IT-GRAVA-ESTADO

    IF WS-COMPOSICAO-OK = "N"
        DISPLAY "Aviso: nenhuma data de rebalanceamento dentro do "
                "periodo de daily_returns_cobol.csv - indice sem nivel"
    END-IF

    IF WS-QTD-FORA-ORDEM > 0 OR WS-TK-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-QTD-FORA-ORDEM " linhas fora da "
                "ordem de datas e " WS-TK-DROP-COUNT " linhas alem da "
                "capacidade da tabela de tickers ficaram de fora - "
                "indice INCOMPLETO ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-QTD-REBAL-VAZIO > 0
        DISPLAY "*** ATENCAO: " WS-QTD-REBAL-VAZIO " rebalanceamentos "
                "sem nenhum ticker elegivel - carteira anterior "
                "mantida ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-QTD-CAP-INVIAVEL > 0
        DISPLAY "Aviso: em " WS-QTD-CAP-INVIAVEL " rebalanceamentos "
                "INDICE_PESO_MAX x numero de ativos < 1 - pesos iguais"
    END-IF

    DISPLAY "Linhas de retorno lidas..............: " WS-QTD-LINHAS
    DISPLAY "Linhas invalidas/ignoradas...........: " WS-QTD-INVALIDAS
    DISPLAY "Linhas de sessoes ja no indice.......: " WS-QTD-JA-INDICE
    DISPLAY "Sessoes processadas..................: " WS-QTD-SESSOES
    DISPLAY "Tickers..............................: " WS-TK-COUNT
    DISPLAY "Datas de rebalanceamento (calendario): " WS-RB-COUNT
    DISPLAY "Rebalanceamentos executados..........: " WS-QTD-REBAL
    DISPLAY "Inclusoes............................: " WS-QTD-INCL-TOTAL
    DISPLAY "Exclusoes............................: " WS-QTD-EXCL-TOTAL
    DISPLAY "Eventos societarios no divisor.......: " WS-QTD-EVENTOS
    DISPLAY "Niveis diarios gravados..............: " WS-QTD-NIVEIS
    DISPLAY "=== FIM MOTOR B3 INDICE TEORICO ==="

    GOBACK.

*> ==========================================================
*> PARAMETROS (INDICE_*)
*> ==========================================================
IT-LEIA-PARAMETROS.
    MOVE "N" TO WS-PARAM-EOF
    MOVE "N" TO WS-PARAM-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    PERFORM IT-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF
    .

IT-PROCESSA-PARAM.
    IF WS-PARAM-HEADER-SKIP = "N"
        MOVE "Y" TO WS-PARAM-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PARAM-FIELDS

    UNSTRING PARAM-REC
      DELIMITED BY ","
      INTO PF-NOME PF-VALOR
    END-UNSTRING

    EVALUATE PF-NOME
        WHEN "INDICE_MESES_REBAL"
            IF PF-VALOR NOT = SPACES
                PERFORM IT-PROCESSA-MESES
            END-IF
        WHEN "INDICE_PRESENCA_MIN"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-PRESENCA-MIN = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "INDICE_CORTE_IN"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-CORTE-IN = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "INDICE_PRECO_MIN"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-PRECO-MIN = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "INDICE_PESO_MAX"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-PESO-MAX = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "INDICE_BASE"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-NIVEL-BASE = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "INDICE_TIPOS"
            IF PF-VALOR NOT = SPACES
                PERFORM IT-PROCESSA-TIPOS
            END-IF
        WHEN "INDICE_SEGMENTOS"
            IF PF-VALOR NOT = SPACES
                PERFORM IT-PROCESSA-SEGMENTOS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    *> Parametros fora de faixa voltam ao default
    IF WS-NIVEL-BASE NOT > 0
        MOVE 1000 TO WS-NIVEL-BASE
    END-IF
    IF WS-PESO-MAX NOT > 0 OR WS-PESO-MAX > 1
        MOVE 1 TO WS-PESO-MAX
    END-IF
    IF WS-CORTE-IN NOT > 0 OR WS-CORTE-IN > 1
        MOVE 1 TO WS-CORTE-IN
    END-IF
    .

*> Valor esperado: meses separados por ";" (ex. 01;05;09)
IT-PROCESSA-MESES.
    MOVE SPACES TO WS-MESES-ITEM-TBL

    UNSTRING PF-VALOR
      DELIMITED BY ";"
      INTO WS-MESES-ITEM(1)  WS-MESES-ITEM(2)  WS-MESES-ITEM(3)
           WS-MESES-ITEM(4)  WS-MESES-ITEM(5)  WS-MESES-ITEM(6)
           WS-MESES-ITEM(7)  WS-MESES-ITEM(8)  WS-MESES-ITEM(9)
           WS-MESES-ITEM(10) WS-MESES-ITEM(11) WS-MESES-ITEM(12)
    END-UNSTRING

    MOVE ALL "N" TO WS-MESES-TBL

    PERFORM VARYING WS-MES-IDX FROM 1 BY 1
        UNTIL WS-MES-IDX > 12
        IF WS-MESES-ITEM(WS-MES-IDX) NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-MESES-ITEM(WS-MES-IDX)) = 0
            COMPUTE WS-MES-NUM =
                FUNCTION NUMVAL(WS-MESES-ITEM(WS-MES-IDX))
            IF WS-MES-NUM >= 1 AND WS-MES-NUM <= 12
                MOVE "Y" TO WS-MES-REBAL(WS-MES-NUM)
                MOVE "Y" TO WS-MESES-INFORMADO
            END-IF
        END-IF
    END-PERFORM
    .

*> Valor esperado: InstrumentType separados por ";" (ate 8)
IT-PROCESSA-TIPOS.
    MOVE SPACES TO WS-TIPO-ITEM-TBL

    UNSTRING PF-VALOR
      DELIMITED BY ";"
      INTO WS-TIPO-ITEM(1) WS-TIPO-ITEM(2) WS-TIPO-ITEM(3)
           WS-TIPO-ITEM(4) WS-TIPO-ITEM(5) WS-TIPO-ITEM(6)
           WS-TIPO-ITEM(7) WS-TIPO-ITEM(8)
    END-UNSTRING

    MOVE 0 TO WS-TIPO-ITEM-QTD
    PERFORM VARYING WS-SEGM-IDX FROM 1 BY 1
        UNTIL WS-SEGM-IDX > 8
        IF WS-TIPO-ITEM(WS-SEGM-IDX) NOT = SPACES
            ADD 1 TO WS-TIPO-ITEM-QTD
            MOVE WS-TIPO-ITEM(WS-SEGM-IDX)
                TO WS-TIPO-ITEM(WS-TIPO-ITEM-QTD)
        END-IF
    END-PERFORM
    .

*> Valor esperado: MktStream separados por ";" (ate 8)
IT-PROCESSA-SEGMENTOS.
    MOVE SPACES TO WS-SEGM-ITEM-TBL

    UNSTRING PF-VALOR
      DELIMITED BY ";"
      INTO WS-SEGM-ITEM(1) WS-SEGM-ITEM(2) WS-SEGM-ITEM(3)
           WS-SEGM-ITEM(4) WS-SEGM-ITEM(5) WS-SEGM-ITEM(6)
           WS-SEGM-ITEM(7) WS-SEGM-ITEM(8)
    END-UNSTRING

    MOVE 0 TO WS-SEGM-ITEM-QTD
    PERFORM VARYING WS-SEGM-IDX FROM 1 BY 1
        UNTIL WS-SEGM-IDX > 8
        IF WS-SEGM-ITEM(WS-SEGM-IDX) NOT = SPACES
            ADD 1 TO WS-SEGM-ITEM-QTD
            MOVE WS-SEGM-ITEM(WS-SEGM-IDX)
                TO WS-SEGM-ITEM(WS-SEGM-ITEM-QTD)
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> CALENDARIO DE PREGOES E DATAS DE REBALANCEAMENTO
*> ==========================================================
IT-LEIA-CALENDARIO.
    MOVE "N" TO WS-CAL-EOF
    MOVE "N" TO WS-CAL-HEADER-SKIP
    MOVE 0   TO WS-CAL-COUNT

    OPEN INPUT CALEND-IN

    IF WS-CAL-FILE-STATUS = "00"
        PERFORM UNTIL WS-CAL-EOF = "Y"
            READ CALEND-IN
                AT END
                    MOVE "Y" TO WS-CAL-EOF
                NOT AT END
                    PERFORM IT-PROCESSA-CALENDARIO
            END-READ
        END-PERFORM

        CLOSE CALEND-IN
    END-IF
    .

IT-PROCESSA-CALENDARIO.
    IF WS-CAL-HEADER-SKIP = "N"
        MOVE "Y" TO WS-CAL-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF WS-CAL-COUNT >= 3000
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CAL-FIELDS

    UNSTRING CALEND-REC
      DELIMITED BY ","
      INTO CAL-F-DATA CAL-F-DESC
    END-UNSTRING

    IF CAL-F-DATA = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Insere mantendo a ordenacao (mesma tecnica do motor)
    MOVE WS-CAL-COUNT TO WS-CAL-INSPOS
    ADD 1 TO WS-CAL-INSPOS

    PERFORM VARYING WS-CAL-SHIFT-IDX FROM WS-CAL-COUNT BY -1
        UNTIL WS-CAL-SHIFT-IDX < 1
           OR CAL-DATA(WS-CAL-SHIFT-IDX) < CAL-F-DATA(1:10)
        MOVE WS-CAL-ENTRY(WS-CAL-SHIFT-IDX)
            TO WS-CAL-ENTRY(WS-CAL-SHIFT-IDX + 1)
        MOVE WS-CAL-SHIFT-IDX TO WS-CAL-INSPOS
    END-PERFORM

    ADD 1 TO WS-CAL-COUNT
    MOVE CAL-F-DATA(1:10) TO CAL-DATA(WS-CAL-INSPOS)
    .

*> Data de rebalanceamento = ultimo pregao de um mes de rebalanceamento.
*> So' conta como ultimo o pregao seguido no calendario por um de outro
*> mes: o ultimo pregao do arquivo pode ser um meio de mes.
IT-MONTA-REBALANCES.
    MOVE 0 TO WS-RB-COUNT

    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
        UNTIL WS-CAL-IDX >= WS-CAL-COUNT
        IF CAL-DATA(WS-CAL-IDX)(1:7) NOT = CAL-DATA(WS-CAL-IDX + 1)(1:7)
           AND CAL-DATA(WS-CAL-IDX)(6:2) IS NUMERIC
            MOVE CAL-DATA(WS-CAL-IDX)(6:2) TO WS-MES-NUM
            IF WS-MES-NUM >= 1 AND WS-MES-NUM <= 12
                IF WS-MES-REBAL(WS-MES-NUM) = "Y"
                   AND WS-RB-COUNT < 500
                    ADD 1 TO WS-RB-COUNT
                    MOVE CAL-DATA(WS-CAL-IDX) TO RB-DATA(WS-RB-COUNT)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    MOVE 1 TO WS-RB-PTR
    .

*> ==========================================================
*> EVENTOS SOCIETARIOS (data/corporate_actions.csv, opcional)
*> ==========================================================
IT-LEIA-CORPACTIONS.
    MOVE "N" TO WS-CORPACT-EOF
    MOVE "N" TO WS-CORPACT-HEADER-SKIP
    MOVE 0   TO WS-CORPACT-COUNT

    OPEN INPUT CORPACT-IN

    IF WS-CORPACT-FILE-STATUS = "00"
        PERFORM UNTIL WS-CORPACT-EOF = "Y"
            READ CORPACT-IN
                AT END
                    MOVE "Y" TO WS-CORPACT-EOF
                NOT AT END
                    PERFORM IT-PROCESSA-CORPACT
            END-READ
        END-PERFORM

        CLOSE CORPACT-IN
    END-IF
    .

*> Linha esperada: TickerSymbol,EffectiveDate,AdjustmentFactor
IT-PROCESSA-CORPACT.
    IF WS-CORPACT-HEADER-SKIP = "N"
        MOVE "Y" TO WS-CORPACT-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF WS-CORPACT-COUNT >= 2000
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CORPACT-FIELDS

    UNSTRING CORPACT-REC
      DELIMITED BY ","
      INTO CA-F-TICKER CA-F-EFFDATE CA-F-FACTOR
    END-UNSTRING

    IF CA-F-TICKER = SPACES OR FUNCTION TEST-NUMVAL(CA-F-FACTOR) NOT = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CORPACT-COUNT
    MOVE CA-F-TICKER            TO CA-TICKER(WS-CORPACT-COUNT)
    MOVE CA-F-EFFDATE(1:10)     TO CA-EFFDATE(WS-CORPACT-COUNT)
    COMPUTE CA-FACTOR(WS-CORPACT-COUNT) =
        FUNCTION NUMVAL(CA-F-FACTOR)
    .

*> ==========================================================
*> ESTADO ENTRE EXECUCOES (processados/motor_b3_estado_indice_cobol.csv)
*> ==========================================================
IT-LEIA-ESTADO.
    MOVE "N" TO WS-ESTADO-EOF
    MOVE "N" TO WS-ESTADO-HEADER-SKIP

    OPEN INPUT ESTADO-INDICE-IN

    IF WS-ESTIDX-FILE-STATUS = "00"
        PERFORM UNTIL WS-ESTADO-EOF = "Y"
            READ ESTADO-INDICE-IN
                AT END
                    MOVE "Y" TO WS-ESTADO-EOF
                NOT AT END
                    PERFORM IT-PROCESSA-ESTADO
            END-READ
        END-PERFORM

        CLOSE ESTADO-INDICE-IN
    END-IF

    IF WS-ESTADO-OK = "N"
        DISPLAY "Aviso: estado do indice ausente - indice reconstruido "
                "do inicio de daily_returns_cobol.csv"
        MOVE 0 TO WS-TK-COUNT
        EXIT PARAGRAPH
    END-IF

    *> A sessao salva ja foi fechada: o proximo rebalanceamento e' o
    *> primeiro do calendario depois dela
    MOVE WS-ESTADO-DATA TO WS-DATA-CORR
    PERFORM UNTIL WS-RB-PTR > WS-RB-COUNT
               OR RB-DATA(WS-RB-PTR) > WS-ESTADO-DATA
        ADD 1 TO WS-RB-PTR
    END-PERFORM

    DISPLAY "Estado do indice: ultima sessao " WS-ESTADO-DATA ", "
            WS-TK-COUNT " tickers"
    .

IT-PROCESSA-ESTADO.
    IF WS-ESTADO-HEADER-SKIP = "N"
        MOVE "Y" TO WS-ESTADO-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-ESTIDX-FIELDS

    UNSTRING ESTADO-INDICE-IN-REC
      DELIMITED BY ","
      INTO EIX-F-TIPO EIX-F-TICKER EIX-F-INSTRTYPE EIX-F-MKTSTRM
           EIX-F-DATA EIX-F-PRECO EIX-F-SESSOES EIX-F-NEG EIX-F-VOL
           EIX-F-CONST EIX-F-PESO EIX-F-QTD
    END-UNSTRING

    EVALUATE EIX-F-TIPO
        WHEN "INDICE"
            IF EIX-F-DATA = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ESTADO-OK
            MOVE EIX-F-DATA(1:10) TO WS-ESTADO-DATA
            COMPUTE WS-NIVEL-ANT-F  = FUNCTION NUMVAL(EIX-F-PRECO)
            MOVE WS-NIVEL-ANT-F TO WS-NIVEL-F
            COMPUTE WS-PER-SESSOES  = FUNCTION NUMVAL(EIX-F-SESSOES)
            MOVE EIX-F-CONST(1:1) TO WS-COMPOSICAO-OK
            COMPUTE WS-DIVISOR-F    = FUNCTION NUMVAL(EIX-F-QTD)
        WHEN "TICKER"
            IF EIX-F-TICKER = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE EIX-F-TICKER(1:12) TO WS-ROW-TICKER
            PERFORM IT-LOCALIZA-TICKER
            IF WS-TK-FOUND = "N"
                EXIT PARAGRAPH
            END-IF
            MOVE EIX-F-INSTRTYPE  TO TK-TIPO(WS-TK-IDX)
            MOVE EIX-F-MKTSTRM    TO TK-MKT(WS-TK-IDX)
            MOVE EIX-F-DATA(1:10) TO TK-ULT-DATA(WS-TK-IDX)
            COMPUTE TK-PRECO(WS-TK-IDX) = FUNCTION NUMVAL(EIX-F-PRECO)
            COMPUTE TK-NSESS(WS-TK-IDX) =
                FUNCTION NUMVAL(EIX-F-SESSOES)
            COMPUTE TK-NEG(WS-TK-IDX)   = FUNCTION NUMVAL(EIX-F-NEG)
            COMPUTE TK-VOL(WS-TK-IDX)   = FUNCTION NUMVAL(EIX-F-VOL)
            MOVE EIX-F-CONST(1:1) TO TK-CONST(WS-TK-IDX)
            COMPUTE TK-PESO(WS-TK-IDX)  = FUNCTION NUMVAL(EIX-F-PESO)
            COMPUTE TK-QTD(WS-TK-IDX)   = FUNCTION NUMVAL(EIX-F-QTD)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Regrava o estado com a ultima sessao fechada nesta execucao (ou a
*> salva, quando nao havia sessao nova). Sem nenhuma sessao o estado
*> nao e' gravado: a proxima execucao ainda reconstroi o indice.
IT-GRAVA-ESTADO.
    IF WS-DATA-CORR = SPACES
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT ESTADO-INDICE-OUT

    MOVE "Tipo,TickerSymbol,InstrumentType,MktStream,UltimaData,Preco,Sessoes,Negocios,Volume,Componente,Peso,Quantidade"
        TO ESTADO-INDICE-OUT-REC
    WRITE ESTADO-INDICE-OUT-REC

    MOVE WS-NIVEL-ANT-F TO WS-EST-NIVEL-TXT
    MOVE WS-DIVISOR-F   TO WS-EST-QTD-TXT

    MOVE SPACES TO ESTADO-INDICE-OUT-REC
    STRING
        "INDICE,,,,"        DELIMITED BY SIZE
        WS-DATA-CORR        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-EST-NIVEL-TXT    DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-PER-SESSOES      DELIMITED BY SIZE
        ",,,"               DELIMITED BY SIZE
        WS-COMPOSICAO-OK    DELIMITED BY SIZE
        ",,"                DELIMITED BY SIZE
        WS-EST-QTD-TXT      DELIMITED BY SIZE
        INTO ESTADO-INDICE-OUT-REC
    END-STRING
    WRITE ESTADO-INDICE-OUT-REC

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        MOVE TK-PRECO(WS-TK-IDX) TO WS-EST-PRECO-TXT
        MOVE TK-NEG(WS-TK-IDX)   TO WS-EST-NEG-TXT
        MOVE TK-VOL(WS-TK-IDX)   TO WS-EST-VOL-TXT
        MOVE TK-PESO(WS-TK-IDX)  TO WS-EST-PESO-TXT
        MOVE TK-QTD(WS-TK-IDX)   TO WS-EST-QTD-TXT

        MOVE SPACES TO ESTADO-INDICE-OUT-REC
        STRING
            "TICKER,"               DELIMITED BY SIZE
            TK-TICKER(WS-TK-IDX)    DELIMITED BY SPACE
            ","                     DELIMITED BY SIZE
            TK-TIPO(WS-TK-IDX)      DELIMITED BY SPACE
            ","                     DELIMITED BY SIZE
            TK-MKT(WS-TK-IDX)       DELIMITED BY SPACE
            ","                     DELIMITED BY SIZE
            TK-ULT-DATA(WS-TK-IDX)  DELIMITED BY SPACE
            ","                     DELIMITED BY SIZE
            WS-EST-PRECO-TXT        DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            TK-NSESS(WS-TK-IDX)     DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            WS-EST-NEG-TXT          DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            WS-EST-VOL-TXT          DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            TK-CONST(WS-TK-IDX)     DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            WS-EST-PESO-TXT         DELIMITED BY SIZE
            ","                     DELIMITED BY SIZE
            WS-EST-QTD-TXT          DELIMITED BY SIZE
            INTO ESTADO-INDICE-OUT-REC
        END-STRING
        WRITE ESTADO-INDICE-OUT-REC
    END-PERFORM

    CLOSE ESTADO-INDICE-OUT
    .

*> ==========================================================
*> SAIDAS (acumuladas com estado; recriadas na reconstrucao)
*> ==========================================================
IT-ABRE-SAIDAS.
    IF WS-ESTADO-OK = "Y"
        OPEN EXTEND CARTEIRA-OUT
        IF WS-CART-FILE-STATUS = "35"
            OPEN OUTPUT CARTEIRA-OUT
            PERFORM IT-HEADER-CARTEIRA
        END-IF
        OPEN EXTEND NIVEL-OUT
        IF WS-NIVEL-FILE-STATUS = "35"
            OPEN OUTPUT NIVEL-OUT
            PERFORM IT-HEADER-NIVEL
        END-IF
        OPEN EXTEND REBAL-OUT
        IF WS-REBAL-FILE-STATUS = "35"
            OPEN OUTPUT REBAL-OUT
            PERFORM IT-HEADER-REBAL
        END-IF
    ELSE
        OPEN OUTPUT CARTEIRA-OUT
        PERFORM IT-HEADER-CARTEIRA
        OPEN OUTPUT NIVEL-OUT
        PERFORM IT-HEADER-NIVEL
        OPEN OUTPUT REBAL-OUT
        PERFORM IT-HEADER-REBAL
    END-IF
    .

IT-HEADER-CARTEIRA.
    MOVE "DataRebalance,Ranking,TickerSymbol,IndiceNegociabilidade,Presenca,Preco,PesoNegociabilidade,Peso,Limitado,QuantidadeTeorica"
        TO CARTEIRA-REC
    WRITE CARTEIRA-REC
    .

IT-HEADER-NIVEL.
    MOVE "TradeDate,NivelIndice,Divisor,RetornoDia,NAtivos,NAtivosSemNegocio,ValorCarteira,EventosAjuste,Rebalance"
        TO NIVEL-REC
    WRITE NIVEL-REC
    .

IT-HEADER-REBAL.
    MOVE "DataRebalance,Movimento,TickerSymbol,Ranking,IndiceNegociabilidade,Presenca,Preco,PesoAnterior,PesoNovo,Motivo"
        TO REBAL-REC
    WRITE REBAL-REC
    .

*> ==========================================================
*> LEITURA DE daily_returns_cobol.csv (agrupado por data)
*> ==========================================================
*> Linha esperada: TradeDate,TickerSymbol,ReturnLog,LastPrice,
*> NtlFinVol,RglrTxsQty,InstrumentType,MktStream
IT-PROCESSA-DAILY.
    IF WS-DAILY-HEADER-SKIP = "N"
        MOVE "Y" TO WS-DAILY-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS

    MOVE SPACES TO WS-DAILY-FIELDS
    UNSTRING DAILY-REC
      DELIMITED BY ","
      INTO DY-F-TRADEDATE DY-F-TICKER DY-F-RETLOG DY-F-LASTPRICE
           DY-F-NTLFINVOL DY-F-RGLRTXSQTY DY-F-INSTRTYPE DY-F-MKTSTRM
    END-UNSTRING

    IF DY-F-TRADEDATE = SPACES OR DY-F-TICKER = SPACES
        ADD 1 TO WS-QTD-INVALIDAS
        EXIT PARAGRAPH
    END-IF

    MOVE DY-F-TRADEDATE(1:10) TO WS-ROW-DATE
    MOVE DY-F-TICKER(1:12)    TO WS-ROW-TICKER

    *> Sessao ja incorporada ao indice por uma execucao anterior (o
    *> inicio do arquivo anda com a retencao e a restauracao)
    IF WS-ESTADO-DATA NOT = SPACES AND WS-ROW-DATE <= WS-ESTADO-DATA
        ADD 1 TO WS-QTD-JA-INDICE
        EXIT PARAGRAPH
    END-IF

    IF WS-DATA-CORR NOT = SPACES AND WS-ROW-DATE < WS-DATA-CORR
        ADD 1 TO WS-QTD-FORA-ORDEM
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-ROW-PRECO
    MOVE 0 TO WS-ROW-VOL
    MOVE 0 TO WS-ROW-NEG
    IF DY-F-LASTPRICE NOT = SPACES
       AND FUNCTION TEST-NUMVAL(DY-F-LASTPRICE) = 0
        COMPUTE WS-ROW-PRECO = FUNCTION NUMVAL(DY-F-LASTPRICE)
    END-IF
    IF DY-F-NTLFINVOL NOT = SPACES
       AND FUNCTION TEST-NUMVAL(DY-F-NTLFINVOL) = 0
        COMPUTE WS-ROW-VOL = FUNCTION NUMVAL(DY-F-NTLFINVOL)
    END-IF
    IF DY-F-RGLRTXSQTY NOT = SPACES
       AND FUNCTION TEST-NUMVAL(DY-F-RGLRTXSQTY) = 0
        COMPUTE WS-ROW-NEG = FUNCTION NUMVAL(DY-F-RGLRTXSQTY)
    END-IF

    IF WS-ROW-PRECO NOT > 0
        ADD 1 TO WS-QTD-INVALIDAS
        EXIT PARAGRAPH
    END-IF

    *> Nova sessao: fecha a anterior e abre a da linha
    IF WS-ROW-DATE NOT = WS-DATA-CORR
        IF WS-DATA-ABERTA = "Y"
            PERFORM IT-FECHA-DATA
        END-IF
        PERFORM IT-ABRE-DATA
    END-IF

    PERFORM IT-LOCALIZA-TICKER
    IF WS-TK-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ROW-PRECO    TO TK-PRECO(WS-TK-IDX)
    MOVE DY-F-INSTRTYPE  TO TK-TIPO(WS-TK-IDX)
    MOVE DY-F-MKTSTRM    TO TK-MKT(WS-TK-IDX)

    IF TK-ULT-DATA(WS-TK-IDX) NOT = WS-ROW-DATE
        ADD 1 TO TK-NSESS(WS-TK-IDX)
        MOVE WS-ROW-DATE TO TK-ULT-DATA(WS-TK-IDX)
    END-IF

    COMPUTE TK-VOL(WS-TK-IDX) = TK-VOL(WS-TK-IDX) + WS-ROW-VOL
    COMPUTE TK-NEG(WS-TK-IDX) = TK-NEG(WS-TK-IDX) + WS-ROW-NEG
    .

IT-LOCALIZA-TICKER.
    MOVE "N" TO WS-TK-FOUND
    MOVE 0   TO WS-TK-IDX

    IF WS-TK-COUNT > 0
        SEARCH ALL WS-TK-ENTRY
            AT END
                MOVE "N" TO WS-TK-FOUND
            WHEN TK-TICKER(WS-TK-TIDX) = WS-ROW-TICKER
                MOVE "Y" TO WS-TK-FOUND
                SET WS-TK-IDX TO WS-TK-TIDX
        END-SEARCH
    END-IF

    IF WS-TK-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-TK-COUNT >= 3000
        ADD 1 TO WS-TK-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-TK-COUNT TO WS-TK-INSPOS
    ADD 1 TO WS-TK-INSPOS

    PERFORM VARYING WS-TK-SHIFT-IDX FROM WS-TK-COUNT BY -1
        UNTIL WS-TK-SHIFT-IDX < 1
           OR TK-TICKER(WS-TK-SHIFT-IDX) < WS-ROW-TICKER
        MOVE WS-TK-ENTRY(WS-TK-SHIFT-IDX)
            TO WS-TK-ENTRY(WS-TK-SHIFT-IDX + 1)
        MOVE WS-TK-SHIFT-IDX TO WS-TK-INSPOS
    END-PERFORM

    ADD 1 TO WS-TK-COUNT
    MOVE WS-TK-INSPOS TO WS-TK-IDX
    MOVE WS-ROW-TICKER TO TK-TICKER(WS-TK-IDX)
    MOVE SPACES TO TK-TIPO(WS-TK-IDX)
    MOVE SPACES TO TK-MKT(WS-TK-IDX)
    MOVE 0      TO TK-PRECO(WS-TK-IDX)
    MOVE SPACES TO TK-ULT-DATA(WS-TK-IDX)
    MOVE 0      TO TK-NSESS(WS-TK-IDX)
    MOVE 0      TO TK-NEG(WS-TK-IDX)
    MOVE 0      TO TK-VOL(WS-TK-IDX)
    MOVE 0      TO TK-IN(WS-TK-IDX)
    MOVE 0      TO TK-PRES(WS-TK-IDX)
    MOVE 0      TO TK-RANK(WS-TK-IDX)
    MOVE SPACES TO TK-MOTIVO(WS-TK-IDX)
    MOVE "N"    TO TK-SEL(WS-TK-IDX)
    MOVE "N"    TO TK-LIMITADO(WS-TK-IDX)
    MOVE 0      TO TK-PESO-IN(WS-TK-IDX)
    MOVE 0      TO TK-PESO-NOVO(WS-TK-IDX)
    MOVE "N"    TO TK-CONST(WS-TK-IDX)
    MOVE 0      TO TK-PESO(WS-TK-IDX)
    MOVE 0      TO TK-QTD(WS-TK-IDX)
    MOVE "Y" TO WS-TK-FOUND
    .

*> ==========================================================
*> ABERTURA E FECHAMENTO DE SESSAO
*> ==========================================================
*> Abre a sessao WS-ROW-DATE: rebalanceamento atrasado (data de
*> rebalanceamento sem pregao nos dados cai no fechamento da sessao
*> anterior) e ajuste do divisor pelos eventos societarios.
IT-ABRE-DATA.
    MOVE "N" TO WS-REBAL-ATRASO

    PERFORM UNTIL WS-RB-PTR > WS-RB-COUNT
               OR RB-DATA(WS-RB-PTR) >= WS-ROW-DATE
        IF WS-DATA-CORR NOT = SPACES
           AND RB-DATA(WS-RB-PTR) > WS-DATA-CORR
            MOVE "Y" TO WS-REBAL-ATRASO
        END-IF
        ADD 1 TO WS-RB-PTR
    END-PERFORM

    IF WS-REBAL-ATRASO = "Y"
        PERFORM IT-REBALANCEIA
    END-IF

    MOVE 0 TO WS-EVENTOS-DIA
    IF WS-COMPOSICAO-OK = "Y"
        PERFORM IT-AJUSTA-PROVENTOS
    END-IF

    IF WS-DATA-PRIMEIRA = SPACES
        MOVE WS-ROW-DATE TO WS-DATA-PRIMEIRA
    END-IF

    MOVE WS-ROW-DATE TO WS-DATA-CORR
    MOVE "Y" TO WS-DATA-ABERTA
    ADD 1 TO WS-PER-SESSOES
    ADD 1 TO WS-QTD-SESSOES
    .

*> Eventos com data efetiva entre a sessao anterior (exclusive) e a
*> nova (inclusive): o ultimo preco do ticker e' ajustado pelo fator;
*> se o ticker e' componente, o divisor acompanha a variacao do valor
*> da carteira para o nivel da sessao anterior ficar inalterado.
IT-AJUSTA-PROVENTOS.
    MOVE 0 TO WS-VALOR-F
    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-CONST(WS-TK-IDX) = "Y"
            COMPUTE WS-VALOR-F = WS-VALOR-F +
                (TK-QTD(WS-TK-IDX) * TK-PRECO(WS-TK-IDX))
        END-IF
    END-PERFORM
    MOVE WS-VALOR-F TO WS-VALOR-AJ-F

    PERFORM VARYING WS-CORPACT-IDX FROM 1 BY 1
        UNTIL WS-CORPACT-IDX > WS-CORPACT-COUNT
        IF CA-EFFDATE(WS-CORPACT-IDX) > WS-DATA-CORR
           AND CA-EFFDATE(WS-CORPACT-IDX) <= WS-ROW-DATE
            MOVE CA-TICKER(WS-CORPACT-IDX) TO WS-ROW-TICKER
            MOVE "N" TO WS-TK-FOUND
            IF WS-TK-COUNT > 0
                SEARCH ALL WS-TK-ENTRY
                    AT END
                        MOVE "N" TO WS-TK-FOUND
                    WHEN TK-TICKER(WS-TK-TIDX) = WS-ROW-TICKER
                        MOVE "Y" TO WS-TK-FOUND
                        SET WS-TK-IDX TO WS-TK-TIDX
                END-SEARCH
            END-IF
            IF WS-TK-FOUND = "Y"
                MOVE TK-PRECO(WS-TK-IDX) TO WS-PRECO-ANT-F
                COMPUTE TK-PRECO(WS-TK-IDX) =
                    TK-PRECO(WS-TK-IDX) * CA-FACTOR(WS-CORPACT-IDX)
                IF TK-CONST(WS-TK-IDX) = "Y"
                    COMPUTE WS-VALOR-AJ-F = WS-VALOR-AJ-F +
                        (TK-QTD(WS-TK-IDX) *
                         (TK-PRECO(WS-TK-IDX) - WS-PRECO-ANT-F))
                    ADD 1 TO WS-EVENTOS-DIA
                    ADD 1 TO WS-QTD-EVENTOS
                END-IF
            END-IF
        END-IF
    END-PERFORM

    *> A linha corrente ainda sera' localizada pelo chamador
    MOVE DY-F-TICKER(1:12) TO WS-ROW-TICKER

    IF WS-EVENTOS-DIA > 0 AND WS-VALOR-F > 0
        COMPUTE WS-FRAC-F = WS-VALOR-AJ-F / WS-VALOR-F
        COMPUTE WS-DIVISOR-F = WS-DIVISOR-F * WS-FRAC-F
    END-IF
    .

*> Fecha a sessao WS-DATA-CORR: nivel do dia com a composicao vigente
*> e, se e' data de rebalanceamento, a nova carteira no fechamento.
IT-FECHA-DATA.
    MOVE "N" TO WS-DATA-ABERTA
    MOVE "N" TO WS-REBAL-HOJE
    IF WS-RB-PTR <= WS-RB-COUNT
        IF RB-DATA(WS-RB-PTR) = WS-DATA-CORR
            MOVE "Y" TO WS-REBAL-HOJE
        END-IF
    END-IF

    IF WS-COMPOSICAO-OK = "Y"
        PERFORM IT-CALCULA-NIVEL
        MOVE WS-REBAL-HOJE TO WS-FLAG-OUT
        PERFORM IT-GRAVA-NIVEL
    END-IF

    IF WS-REBAL-HOJE = "Y"
        ADD 1 TO WS-RB-PTR
        PERFORM IT-REBALANCEIA
    END-IF
    .

IT-CALCULA-NIVEL.
    MOVE 0 TO WS-VALOR-F
    MOVE 0 TO WS-NATIVOS
    MOVE 0 TO WS-NSEMNEG

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-CONST(WS-TK-IDX) = "Y"
            ADD 1 TO WS-NATIVOS
            IF TK-ULT-DATA(WS-TK-IDX) NOT = WS-DATA-CORR
                ADD 1 TO WS-NSEMNEG
            END-IF
            COMPUTE WS-VALOR-F = WS-VALOR-F +
                (TK-QTD(WS-TK-IDX) * TK-PRECO(WS-TK-IDX))
        END-IF
    END-PERFORM

    COMPUTE WS-NIVEL-F = WS-VALOR-F / WS-DIVISOR-F

    MOVE "N" TO WS-RET-DIA-OK
    IF WS-NIVEL-ANT-F > 0
        COMPUTE WS-RET-DIA-F = WS-NIVEL-F / WS-NIVEL-ANT-F
        SUBTRACT 1 FROM WS-RET-DIA-F
        MOVE "Y" TO WS-RET-DIA-OK
    END-IF

    MOVE WS-NIVEL-F TO WS-NIVEL-ANT-F
    .

IT-GRAVA-NIVEL.
    MOVE WS-NIVEL-F   TO WS-NIVEL-TXT
    MOVE WS-DIVISOR-F TO WS-DIVISOR-TXT
    MOVE WS-VALOR-F   TO WS-VALOR-TXT
    MOVE WS-NATIVOS   TO WS-N-TXT
    MOVE WS-NSEMNEG   TO WS-N2-TXT
    MOVE WS-EVENTOS-DIA TO WS-EV-TXT

    MOVE SPACES TO WS-RET-OUT
    IF WS-RET-DIA-OK = "Y"
        MOVE WS-RET-DIA-F TO WS-RET-TXT
        MOVE WS-RET-TXT   TO WS-RET-OUT
    END-IF

    MOVE SPACES TO NIVEL-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-CORR   DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-NIVEL-TXT   DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-DIVISOR-TXT DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-RET-OUT     DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-N-TXT       DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-N2-TXT      DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-VALOR-TXT   DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-EV-TXT      DELIMITED BY SIZE
        ","            DELIMITED BY SIZE
        WS-FLAG-OUT    DELIMITED BY SIZE
        INTO NIVEL-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE NIVEL-REC
    ADD 1 TO WS-QTD-NIVEIS
    .

*> ==========================================================
*> REBALANCEAMENTO NO FECHAMENTO DE WS-DATA-CORR
*> ==========================================================
IT-REBALANCEIA.
    ADD 1 TO WS-QTD-REBAL

    PERFORM IT-CALCULA-NEGOCIABILIDADE
    PERFORM IT-SELECIONA-CARTEIRA

    IF WS-QTD-SEL = 0
        ADD 1 TO WS-QTD-REBAL-VAZIO
        PERFORM IT-ZERA-PERIODO
        EXIT PARAGRAPH
    END-IF

    PERFORM IT-CALCULA-PESOS
    PERFORM IT-GRAVA-MOVIMENTOS
    PERFORM IT-GRAVA-CARTEIRA

    *> Nova composicao vigente
    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-SEL(WS-TK-IDX) = "Y"
            MOVE "Y" TO TK-CONST(WS-TK-IDX)
            MOVE TK-PESO-NOVO(WS-TK-IDX) TO TK-PESO(WS-TK-IDX)
            COMPUTE TK-QTD(WS-TK-IDX) =
                (TK-PESO-NOVO(WS-TK-IDX) * WS-NOCIONAL) /
                TK-PRECO(WS-TK-IDX)
        ELSE
            MOVE "N" TO TK-CONST(WS-TK-IDX)
            MOVE 0   TO TK-PESO(WS-TK-IDX)
            MOVE 0   TO TK-QTD(WS-TK-IDX)
        END-IF
    END-PERFORM

    *> Divisor refeito: valor nocional da nova carteira / nivel corrente
    IF WS-COMPOSICAO-OK = "N"
        MOVE "Y" TO WS-COMPOSICAO-OK
        COMPUTE WS-DIVISOR-F = WS-NOCIONAL / WS-NIVEL-BASE
        MOVE WS-NIVEL-BASE TO WS-NIVEL-F
        MOVE WS-NIVEL-BASE TO WS-NIVEL-ANT-F
        MOVE WS-NOCIONAL   TO WS-VALOR-F
        MOVE "N" TO WS-RET-DIA-OK
        MOVE WS-QTD-SEL TO WS-NATIVOS
        MOVE 0 TO WS-NSEMNEG
        MOVE "Y" TO WS-FLAG-OUT
        PERFORM IT-GRAVA-NIVEL
    ELSE
        COMPUTE WS-DIVISOR-F = WS-NOCIONAL / WS-NIVEL-F
    END-IF

    PERFORM IT-ZERA-PERIODO
    .

*> IN de cada ticker e motivo de inelegibilidade, sobre o periodo
IT-CALCULA-NEGOCIABILIDADE.
    MOVE WS-PER-SESSOES TO WS-PER-SESSOES-F
    MOVE 0 TO WS-TOT-NEG-F
    MOVE 0 TO WS-TOT-VOL-F

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        PERFORM IT-CONFERE-SEGMENTO
        IF WS-TIPO-MATCH = "Y" AND WS-SEGM-MATCH = "Y"
            COMPUTE WS-TOT-NEG-F = WS-TOT-NEG-F + TK-NEG(WS-TK-IDX)
            COMPUTE WS-TOT-VOL-F = WS-TOT-VOL-F + TK-VOL(WS-TK-IDX)
        END-IF
    END-PERFORM

    MOVE 0 TO WS-RK-COUNT

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        MOVE 0      TO TK-IN(WS-TK-IDX)
        MOVE 0      TO TK-PRES(WS-TK-IDX)
        MOVE 0      TO TK-RANK(WS-TK-IDX)
        MOVE "N"    TO TK-SEL(WS-TK-IDX)
        MOVE "N"    TO TK-LIMITADO(WS-TK-IDX)
        MOVE 0      TO TK-PESO-IN(WS-TK-IDX)
        MOVE 0      TO TK-PESO-NOVO(WS-TK-IDX)
        MOVE SPACES TO TK-MOTIVO(WS-TK-IDX)

        IF WS-PER-SESSOES-F > 0
            COMPUTE TK-PRES(WS-TK-IDX) =
                TK-NSESS(WS-TK-IDX) / WS-PER-SESSOES-F
        END-IF

        PERFORM IT-CONFERE-SEGMENTO

        EVALUATE TRUE
            WHEN TK-NSESS(WS-TK-IDX) = 0
                MOVE "SEM_NEGOCIOS"          TO TK-MOTIVO(WS-TK-IDX)
            WHEN WS-TIPO-MATCH = "N" OR WS-SEGM-MATCH = "N"
                MOVE "SEGMENTO"              TO TK-MOTIVO(WS-TK-IDX)
            WHEN TK-PRES(WS-TK-IDX) < WS-PRESENCA-MIN
                MOVE "PRESENCA_INSUFICIENTE" TO TK-MOTIVO(WS-TK-IDX)
            WHEN TK-PRECO(WS-TK-IDX) < WS-PRECO-MIN
                MOVE "PRECO_MINIMO"          TO TK-MOTIVO(WS-TK-IDX)
            WHEN TK-NEG(WS-TK-IDX) NOT > 0
              OR TK-VOL(WS-TK-IDX) NOT > 0
              OR WS-TOT-NEG-F NOT > 0
              OR WS-TOT-VOL-F NOT > 0
                MOVE "SEM_NEGOCIOS"          TO TK-MOTIVO(WS-TK-IDX)
            WHEN OTHER
                PERFORM IT-CALCULA-IN
                PERFORM IT-INSERE-RANKING
        END-EVALUATE
    END-PERFORM
    .

IT-CALCULA-IN.
    COMPUTE WS-FRAC-F = TK-NEG(WS-TK-IDX) / WS-TOT-NEG-F
    COMPUTE WS-PARC-NEG-F = WS-FRAC-F ** WS-UM-TERCO
    COMPUTE WS-FRAC-F = TK-VOL(WS-TK-IDX) / WS-TOT-VOL-F
    COMPUTE WS-PARC-VOL-F = WS-FRAC-F ** WS-DOIS-TERCOS
    COMPUTE TK-IN(WS-TK-IDX) = WS-PARC-NEG-F * WS-PARC-VOL-F
    .

*> Ranking por IN decrescente; empate fica na ordem do ticker
IT-INSERE-RANKING.
    MOVE WS-RK-COUNT TO WS-RK-INSPOS
    ADD 1 TO WS-RK-INSPOS

    PERFORM VARYING WS-RK-SHIFT-IDX FROM WS-RK-COUNT BY -1
        UNTIL WS-RK-SHIFT-IDX < 1
           OR TK-IN(RK-TK-IDX(WS-RK-SHIFT-IDX)) >= TK-IN(WS-TK-IDX)
        MOVE WS-RK-ENTRY(WS-RK-SHIFT-IDX)
            TO WS-RK-ENTRY(WS-RK-SHIFT-IDX + 1)
        MOVE WS-RK-SHIFT-IDX TO WS-RK-INSPOS
    END-PERFORM

    ADD 1 TO WS-RK-COUNT
    MOVE WS-TK-IDX TO RK-TK-IDX(WS-RK-INSPOS)
    .

IT-CONFERE-SEGMENTO.
    MOVE "Y" TO WS-TIPO-MATCH
    IF WS-TIPO-ITEM-QTD > 0
        MOVE "N" TO WS-TIPO-MATCH
        PERFORM VARYING WS-SEGM-IDX FROM 1 BY 1
            UNTIL WS-SEGM-IDX > WS-TIPO-ITEM-QTD
            IF TK-TIPO(WS-TK-IDX) = WS-TIPO-ITEM(WS-SEGM-IDX)
                MOVE "Y" TO WS-TIPO-MATCH
            END-IF
        END-PERFORM
    END-IF

    MOVE "Y" TO WS-SEGM-MATCH
    IF WS-SEGM-ITEM-QTD > 0
        MOVE "N" TO WS-SEGM-MATCH
        PERFORM VARYING WS-SEGM-IDX FROM 1 BY 1
            UNTIL WS-SEGM-IDX > WS-SEGM-ITEM-QTD
            IF TK-MKT(WS-TK-IDX) = WS-SEGM-ITEM(WS-SEGM-IDX)
                MOVE "Y" TO WS-SEGM-MATCH
            END-IF
        END-PERFORM
    END-IF
    .

*> Entram os primeiros do ranking ate o IN acumulado atingir o corte
*> (o ticker que cruza o corte entra)
IT-SELECIONA-CARTEIRA.
    MOVE 0 TO WS-SOMA-IN-F
    PERFORM VARYING WS-RK-IDX FROM 1 BY 1
        UNTIL WS-RK-IDX > WS-RK-COUNT
        COMPUTE WS-SOMA-IN-F =
            WS-SOMA-IN-F + TK-IN(RK-TK-IDX(WS-RK-IDX))
    END-PERFORM

    MOVE 0 TO WS-ACUM-IN-F
    MOVE 0 TO WS-SEL-IN-F
    MOVE 0 TO WS-QTD-SEL

    PERFORM VARYING WS-RK-IDX FROM 1 BY 1
        UNTIL WS-RK-IDX > WS-RK-COUNT
        MOVE RK-TK-IDX(WS-RK-IDX) TO WS-TK-IDX
        MOVE WS-RK-IDX TO TK-RANK(WS-TK-IDX)
        COMPUTE WS-FRAC-F = WS-ACUM-IN-F / WS-SOMA-IN-F
        IF WS-FRAC-F < WS-CORTE-IN
            MOVE "Y" TO TK-SEL(WS-TK-IDX)
            ADD 1 TO WS-QTD-SEL
            COMPUTE WS-SEL-IN-F = WS-SEL-IN-F + TK-IN(WS-TK-IDX)
        ELSE
            MOVE "CORTE_NEGOCIABILIDADE" TO TK-MOTIVO(WS-TK-IDX)
        END-IF
        COMPUTE WS-ACUM-IN-F = WS-ACUM-IN-F + TK-IN(WS-TK-IDX)
    END-PERFORM
    .

*> Peso proporcional ao IN; o excesso sobre INDICE_PESO_MAX e'
*> redistribuido, proporcionalmente, entre os que ainda cabem, ate
*> nenhum peso passar do limite
IT-CALCULA-PESOS.
    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-SEL(WS-TK-IDX) = "Y"
            COMPUTE TK-PESO-IN(WS-TK-IDX) =
                TK-IN(WS-TK-IDX) / WS-SEL-IN-F
            MOVE TK-PESO-IN(WS-TK-IDX) TO TK-PESO-NOVO(WS-TK-IDX)
        END-IF
    END-PERFORM

    MOVE WS-QTD-SEL TO WS-QTD-SEL-F
    COMPUTE WS-OUT-F = WS-QTD-SEL-F * WS-PESO-MAX

    *> Limite inviavel (poucos ativos): pesos iguais
    IF WS-OUT-F < 1
        ADD 1 TO WS-QTD-CAP-INVIAVEL
        PERFORM VARYING WS-TK-IDX FROM 1 BY 1
            UNTIL WS-TK-IDX > WS-TK-COUNT
            IF TK-SEL(WS-TK-IDX) = "Y"
                COMPUTE TK-PESO-NOVO(WS-TK-IDX) = 1 / WS-QTD-SEL-F
                MOVE "Y" TO TK-LIMITADO(WS-TK-IDX)
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-CAP-FIM
    PERFORM VARYING WS-CAP-ITER FROM 1 BY 1
        UNTIL WS-CAP-ITER > 100 OR WS-CAP-FIM = "Y"
        PERFORM IT-APLICA-LIMITE
    END-PERFORM
    .

IT-APLICA-LIMITE.
    MOVE 0 TO WS-CAP-EXCESSO-F
    MOVE 0 TO WS-CAP-LIVRE-F

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-SEL(WS-TK-IDX) = "Y"
            IF TK-PESO-NOVO(WS-TK-IDX) > WS-PESO-MAX
                COMPUTE WS-CAP-EXCESSO-F = WS-CAP-EXCESSO-F +
                    TK-PESO-NOVO(WS-TK-IDX) - WS-PESO-MAX
                MOVE WS-PESO-MAX TO TK-PESO-NOVO(WS-TK-IDX)
                MOVE "Y" TO TK-LIMITADO(WS-TK-IDX)
            END-IF
            IF TK-LIMITADO(WS-TK-IDX) = "N"
                COMPUTE WS-CAP-LIVRE-F =
                    WS-CAP-LIVRE-F + TK-PESO-NOVO(WS-TK-IDX)
            END-IF
        END-IF
    END-PERFORM

    IF WS-CAP-EXCESSO-F NOT > WS-CAP-EPS OR WS-CAP-LIVRE-F NOT > 0
        MOVE "Y" TO WS-CAP-FIM
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-SEL(WS-TK-IDX) = "Y" AND TK-LIMITADO(WS-TK-IDX) = "N"
            COMPUTE TK-PESO-NOVO(WS-TK-IDX) = TK-PESO-NOVO(WS-TK-IDX) +
                (WS-CAP-EXCESSO-F * TK-PESO-NOVO(WS-TK-IDX) /
                 WS-CAP-LIVRE-F)
        END-IF
    END-PERFORM
    .

*> Inclusoes (selecionado, fora da carteira vigente) e exclusoes
*> (na carteira vigente, nao selecionado, com o motivo)
IT-GRAVA-MOVIMENTOS.
    MOVE 0 TO WS-QTD-INCL
    MOVE 0 TO WS-QTD-EXCL

    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        IF TK-SEL(WS-TK-IDX) = "Y" AND TK-CONST(WS-TK-IDX) = "N"
            MOVE "INCLUSAO" TO WS-MOVIMENTO
            ADD 1 TO WS-QTD-INCL
            PERFORM IT-GRAVA-MOVIMENTO
        END-IF
        IF TK-SEL(WS-TK-IDX) = "N" AND TK-CONST(WS-TK-IDX) = "Y"
            MOVE "EXCLUSAO" TO WS-MOVIMENTO
            ADD 1 TO WS-QTD-EXCL
            PERFORM IT-GRAVA-MOVIMENTO
        END-IF
    END-PERFORM

    ADD WS-QTD-INCL TO WS-QTD-INCL-TOTAL
    ADD WS-QTD-EXCL TO WS-QTD-EXCL-TOTAL

    DISPLAY "Rebalanceamento " WS-DATA-CORR ": " WS-QTD-SEL
            " ativos, " WS-QTD-INCL " inclusoes, " WS-QTD-EXCL
            " exclusoes"
    .

IT-GRAVA-MOVIMENTO.
    PERFORM IT-FORMATA-RANKING

    MOVE SPACES TO WS-PESOANT-OUT
    IF TK-CONST(WS-TK-IDX) = "Y"
        MOVE TK-PESO(WS-TK-IDX) TO WS-PESO-TXT
        MOVE WS-PESO-TXT TO WS-PESOANT-OUT
    END-IF
    MOVE SPACES TO WS-PESONOVO-OUT
    IF TK-SEL(WS-TK-IDX) = "Y"
        MOVE TK-PESO-NOVO(WS-TK-IDX) TO WS-PESO-TXT
        MOVE WS-PESO-TXT TO WS-PESONOVO-OUT
    END-IF
    MOVE TK-PRECO(WS-TK-IDX) TO WS-PRECO-TXT

    MOVE SPACES TO REBAL-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-CORR          DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-MOVIMENTO          DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        TK-TICKER(WS-TK-IDX)  DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        WS-RANK-OUT           DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        WS-IN-OUT             DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        WS-PRES-OUT           DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        WS-PRECO-TXT          DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-PESOANT-OUT        DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        WS-PESONOVO-OUT       DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        TK-MOTIVO(WS-TK-IDX)  DELIMITED BY SPACE
        INTO REBAL-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE REBAL-REC
    .

*> Ranking / IN / presenca do ticker corrente (em branco quando o
*> ticker nem entrou no ranking)
IT-FORMATA-RANKING.
    MOVE SPACES TO WS-RANK-OUT
    MOVE SPACES TO WS-IN-OUT
    IF TK-RANK(WS-TK-IDX) > 0
        MOVE TK-RANK(WS-TK-IDX) TO WS-RANK-TXT
        MOVE WS-RANK-TXT TO WS-RANK-OUT
        MOVE TK-IN(WS-TK-IDX) TO WS-IN-TXT
        MOVE WS-IN-TXT TO WS-IN-OUT
    END-IF
    MOVE TK-PRES(WS-TK-IDX) TO WS-PRES-TXT
    MOVE WS-PRES-TXT TO WS-PRES-OUT
    .

*> Carteira teorica do rebalanceamento, na ordem do ranking
IT-GRAVA-CARTEIRA.
    PERFORM VARYING WS-RK-IDX FROM 1 BY 1
        UNTIL WS-RK-IDX > WS-RK-COUNT
        MOVE RK-TK-IDX(WS-RK-IDX) TO WS-TK-IDX
        IF TK-SEL(WS-TK-IDX) = "Y"
            PERFORM IT-GRAVA-ATIVO
        END-IF
    END-PERFORM
    .

IT-GRAVA-ATIVO.
    PERFORM IT-FORMATA-RANKING
    MOVE TK-PRECO(WS-TK-IDX) TO WS-PRECO-TXT
    MOVE TK-PESO-IN(WS-TK-IDX) TO WS-PESO-TXT
    MOVE WS-PESO-TXT TO WS-PESOANT-OUT
    MOVE TK-PESO-NOVO(WS-TK-IDX) TO WS-PESO-TXT
    MOVE WS-PESO-TXT TO WS-PESONOVO-OUT
    COMPUTE WS-OUT-F =
        (TK-PESO-NOVO(WS-TK-IDX) * WS-NOCIONAL) / TK-PRECO(WS-TK-IDX)
    MOVE WS-OUT-F TO WS-QTD-TXT

    MOVE SPACES TO CARTEIRA-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-CORR            DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-RANK-OUT             DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        TK-TICKER(WS-TK-IDX)    DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        WS-IN-OUT               DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        WS-PRES-OUT             DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        WS-PRECO-TXT            DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-PESOANT-OUT          DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        WS-PESONOVO-OUT         DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        TK-LIMITADO(WS-TK-IDX)  DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-QTD-TXT              DELIMITED BY SIZE
        INTO CARTEIRA-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE CARTEIRA-REC
    .

*> Zera os acumulados do periodo para o proximo rebalanceamento
IT-ZERA-PERIODO.
    PERFORM VARYING WS-TK-IDX FROM 1 BY 1
        UNTIL WS-TK-IDX > WS-TK-COUNT
        MOVE 0 TO TK-NSESS(WS-TK-IDX)
        MOVE 0 TO TK-NEG(WS-TK-IDX)
        MOVE 0 TO TK-VOL(WS-TK-IDX)
    END-PERFORM

    MOVE 0 TO WS-PER-SESSOES
    .
