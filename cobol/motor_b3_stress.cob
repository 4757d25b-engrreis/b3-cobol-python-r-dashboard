       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-STRESS.

*> Replay de cenarios historicos de estresse sobre as posicoes atuais
*> das carteiras.
*>
*> Cenarios em data/cenarios_stress.csv (Cenario,DataInicio,DataFim,
*> Descricao), ex. JOESLEY_DAY,2017-05-18,2017-05-18 ou
*> CIRCUIT_BREAKER_2020,2020-03-09,2020-03-18. Para cada cenario e
*> cada posicao de processados/carteira_valoracao_cobol.csv (a ultima
*> valoracao do MOTOR-B3-CARTEIRA) aplica ao valor de mercado o retorno
*> acumulado do ticker na janela, exp(soma dos ReturnLog de
*> processados/daily_returns_cobol.csv com DataInicio <= data <=
*> DataFim) - 1.
*>
*> Ticker sem historico na janela (nao negociava no inicio dela ou nao
*> tem nenhum retorno dentro dela) recebe um substituto, marcado na
*> saida com Proxy = Y:
*>   1) retorno acumulado do setor do ticker (data/ticker_setores.csv)
*>      nas linhas Tipo SETOR de processados/setor_indice_cobol.csv;
*>   2) na falta do setor, o retorno do IBOVESPA na janela
*>      (data/ibov_indice.csv: ultimo fechamento ate DataFim sobre o
*>      ultimo fechamento antes de DataInicio).
*> Sem nenhuma das tres fontes a posicao sai como SEM_DADOS, sem P&L,
*> e a execucao termina com codigo 4.
*>
*> Saidas:
*>   processados/stress_carteiras_cobol.csv - P&L por carteira e cenario
*>   processados/stress_posicoes_cobol.csv  - detalhe por posicao, com a
*>                                            fonte do retorno aplicado

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CENARIO-IN
        ASSIGN TO "data/cenarios_stress.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CENARIO-FILE-STATUS.

    *> Ultima valoracao por posicao (MOTOR-B3-CARTEIRA)
    SELECT VALOR-IN
        ASSIGN TO "processados/carteira_valoracao_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALOR-FILE-STATUS.

    SELECT DAILY-IN
        ASSIGN TO "processados/daily_returns_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DAILY-FILE-STATUS.

    SELECT SETOR-IN
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETOR-FILE-STATUS.

    SELECT SETORIDX-IN
        ASSIGN TO "processados/setor_indice_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETORIDX-FILE-STATUS.

    SELECT IBOV-IN
        ASSIGN TO "data/ibov_indice.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IBOV-FILE-STATUS.

    SELECT STRESS-CART-OUT
        ASSIGN TO "processados/stress_carteiras_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT STRESS-POS-OUT
        ASSIGN TO "processados/stress_posicoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  CENARIO-IN.
01  CENARIO-REC          PIC X(256).

FD  VALOR-IN.
01  VALOR-REC            PIC X(256).

FD  DAILY-IN.
01  DAILY-REC            PIC X(256).

FD  SETOR-IN.
01  SETOR-REC            PIC X(256).

FD  SETORIDX-IN.
01  SETORIDX-REC         PIC X(128).

FD  IBOV-IN.
01  IBOV-REC             PIC X(128).

FD  STRESS-CART-OUT.
01  STRESS-CART-REC      PIC X(256).

FD  STRESS-POS-OUT.
01  STRESS-POS-REC       PIC X(256).

WORKING-STORAGE SECTION.

01  WS-CENARIO-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-VALOR-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-DAILY-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-SETOR-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-SETORIDX-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-IBOV-FILE-STATUS     PIC X(2)  VALUE "00".

01  WS-CENARIO-EOF          PIC X     VALUE "N".
01  WS-CENARIO-HEADER-SKIP  PIC X     VALUE "N".
01  WS-VALOR-EOF            PIC X     VALUE "N".
01  WS-VALOR-HEADER-SKIP    PIC X     VALUE "N".
01  WS-DAILY-EOF            PIC X     VALUE "N".
01  WS-DAILY-HEADER-SKIP    PIC X     VALUE "N".
01  WS-SETOR-EOF            PIC X     VALUE "N".
01  WS-SETOR-HEADER-SKIP    PIC X     VALUE "N".
01  WS-SETORIDX-EOF         PIC X     VALUE "N".
01  WS-SETORIDX-HEADER-SKIP PIC X     VALUE "N".
01  WS-IBOV-EOF             PIC X     VALUE "N".
01  WS-IBOV-HEADER-SKIP     PIC X     VALUE "N".

01  WS-ROW-DATE             PIC X(10) VALUE SPACES.
01  WS-ROW-TICKER           PIC X(12) VALUE SPACES.
01  WS-ROW-RET              USAGE COMP-2 VALUE 0.

*> ---------- CENARIOS ----------
01  WS-CENARIO-FIELDS.
    05  CN-F-ID        PIC X(30).
    05  CN-F-INICIO    PIC X(20).
    05  CN-F-FIM       PIC X(20).
    05  CN-F-DESC      PIC X(80).

01  WS-CN-TBL.
    05  WS-CN-ENTRY OCCURS 30 TIMES.
        10  CN-ID          PIC X(30).
        10  CN-INICIO      PIC X(10).
        10  CN-FIM         PIC X(10).
        10  CN-DESC        PIC X(80).
        *> Retorno do IBOVESPA na janela (fechamento ate o fim sobre o
        *> fechamento antes do inicio)
        10  CN-IBOV-DT-BASE  PIC X(10).
        10  CN-IBOV-DT-FINAL PIC X(10).
        10  CN-IBOV-BASE   USAGE COMP-2.
        10  CN-IBOV-FINAL  USAGE COMP-2.
        10  CN-IBOV-RET    USAGE COMP-2.
        10  CN-IBOV-OK     PIC X.
01  WS-CN-COUNT        PIC 9(2) VALUE 0.
01  WS-CN-IDX          PIC 9(2) VALUE 0.
01  WS-CN-REJ-COUNT    PIC 9(4) VALUE 0.
01  WS-CN-DROP-COUNT   PIC 9(4) VALUE 0.

*> ---------- POSICOES ATUAIS ----------
01  WS-VALOR-FIELDS.
    05  VL-F-TRADEDATE PIC X(20).
    05  VL-F-PORTF     PIC X(20).
    05  VL-F-TICKER    PIC X(20).
    05  VL-F-QTY       PIC X(20).
    05  VL-F-CUSTO     PIC X(20).
    05  VL-F-PRECO     PIC X(20).
    05  VL-F-DATAPRECO PIC X(20).
    05  VL-F-FONTE     PIC X(20).
    05  VL-F-MV        PIC X(25).

01  WS-POS-TBL.
    05  WS-POS-ENTRY OCCURS 5000 TIMES.
        10  POS-PORTF      PIC X(12).
        10  POS-TICKER     PIC X(12).
        10  POS-MV         USAGE COMP-2.
01  WS-POS-COUNT       PIC 9(4) VALUE 0.
01  WS-POS-IDX         PIC 9(4) VALUE 0.
01  WS-POS-DROP-COUNT  PIC 9(9) VALUE 0.
01  WS-POS-SEM-PRECO   PIC 9(9) VALUE 0.
01  WS-DATA-POSICAO    PIC X(10) VALUE SPACES.

*> ---------- TICKERS DAS POSICOES: RETORNO NA JANELA ----------
01  WS-TK-TBL.
    05  WS-TK-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-TK-COUNT
            ASCENDING KEY IS TK-TICKER
            INDEXED BY WS-TK-TIDX.
        10  TK-TICKER      PIC X(12).
        10  TK-SETOR       PIC X(30).
        *> Primeira data do ticker em daily_returns
        10  TK-PRIMEIRA    PIC X(10).
        10  TK-CN OCCURS 30 TIMES.
            15  TK-SOMA-LOG    USAGE COMP-2.
            15  TK-NOBS        PIC 9(5).
01  WS-TK-COUNT        PIC 9(4) VALUE 0.
01  WS-TK-IDX          PIC 9(4) VALUE 0.
01  WS-TK-INSPOS       PIC 9(4) VALUE 0.
01  WS-TK-SHIFT-IDX    PIC 9(4) VALUE 0.
01  WS-TK-FOUND        PIC X    VALUE "N".

*> ---------- SETORES ----------
01  WS-SETOR-FIELDS.
    05  SE-F-TICKER    PIC X(20).
    05  SE-F-SETOR     PIC X(30).
    05  SE-F-SUBSETOR  PIC X(30).

01  WS-SETORIDX-FIELDS.
    05  SX-F-TRADEDATE PIC X(20).
    05  SX-F-TIPO      PIC X(10).
    05  SX-F-SETOR     PIC X(30).
    05  SX-F-SUBSETOR  PIC X(30).
    05  SX-F-RET       PIC X(20).
    05  SX-F-NIVEL     PIC X(20).

*> Busca linear: o numero de setores e' pequeno
01  WS-SC-TBL.
    05  WS-SC-ENTRY OCCURS 100 TIMES.
        10  SC-SETOR       PIC X(30).
        10  SC-PRIMEIRA    PIC X(10).
        10  SC-CN OCCURS 30 TIMES.
            15  SC-SOMA-LOG    USAGE COMP-2.
            15  SC-NOBS        PIC 9(5).
01  WS-SC-COUNT        PIC 9(3) VALUE 0.
01  WS-SC-IDX          PIC 9(3) VALUE 0.
01  WS-SC-FOUND        PIC X    VALUE "N".
01  WS-SC-FOUND-IDX    PIC 9(3) VALUE 0.

*> ---------- RETORNOS DIARIOS ----------
01  WS-DAILY-FIELDS.
    05  DY-F-TRADEDATE PIC X(20).
    05  DY-F-TICKER    PIC X(20).
    05  DY-F-RETLOG    PIC X(30).

*> ---------- IBOVESPA ----------
01  WS-IBOV-FIELDS.
    05  IX-F-TRADEDATE PIC X(20).
    05  IX-F-CLOSE     PIC X(30).
01  WS-IBOV-CLOSE      USAGE COMP-2 VALUE 0.

*> ---------- APLICACAO DO CENARIO ----------
01  WS-RET-F           USAGE COMP-2 VALUE 0.
01  WS-PNL-F           USAGE COMP-2 VALUE 0.
01  WS-EXP-F           USAGE COMP-2 VALUE 0.
01  WS-FONTE           PIC X(12) VALUE SPACES.
01  WS-PROXY-FLAG      PIC X     VALUE "N".

*> Acumulado da carteira no cenario (busca linear por carteira)
01  WS-CA-TBL.
    05  WS-CA-ENTRY OCCURS 200 TIMES.
        10  CA-PORTF       PIC X(12).
        10  CA-MV          USAGE COMP-2.
        10  CA-PNL         USAGE COMP-2.
        10  CA-MV-PROXY    USAGE COMP-2.
        10  CA-NPOS        PIC 9(5).
        10  CA-NHIST       PIC 9(5).
        10  CA-NSETOR      PIC 9(5).
        10  CA-NIBOV       PIC 9(5).
        10  CA-NSEMDADOS   PIC 9(5).
01  WS-CA-COUNT        PIC 9(3) VALUE 0.
01  WS-CA-IDX          PIC 9(3) VALUE 0.
01  WS-CA-FOUND        PIC X    VALUE "N".
01  WS-CA-FOUND-IDX    PIC 9(3) VALUE 0.
01  WS-CA-DROP-COUNT   PIC 9(9) VALUE 0.

*> ---------- SAIDA ----------
01  WS-MV-TXT          PIC -9(15).9(2).
01  WS-PNL-TXT         PIC -9(15).9(2).
01  WS-PNL-OUT         PIC X(19) VALUE SPACES.
01  WS-RET-TXT         PIC -9(3).9(8).
01  WS-RET-OUT         PIC X(13) VALUE SPACES.
01  WS-N-TXT           PIC 9(5).
01  WS-N2-TXT          PIC 9(5).
01  WS-N3-TXT          PIC 9(5).
01  WS-N4-TXT          PIC 9(5).
01  WS-N5-TXT          PIC 9(5).

01  WS-STR-PTR         PIC 9(5) VALUE 0.

01  WS-QTD-LINHAS-DAILY  PIC 9(9) VALUE 0.
01  WS-QTD-POS-HIST      PIC 9(9) VALUE 0.
01  WS-QTD-POS-SETOR     PIC 9(9) VALUE 0.
01  WS-QTD-POS-IBOV      PIC 9(9) VALUE 0.
01  WS-QTD-POS-SEMDADOS  PIC 9(9) VALUE 0.
01  WS-QTD-LINHAS-CART   PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 STRESS (cenarios historicos) ==="

    PERFORM ST-LEIA-CENARIOS

    IF WS-CN-COUNT = 0
        DISPLAY "ERRO: data/cenarios_stress.csv ausente ou sem "
                "cenarios validos"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM ST-LEIA-POSICOES

    IF WS-POS-COUNT = 0
        DISPLAY "ERRO: processados/carteira_valoracao_cobol.csv "
                "ausente ou sem posicoes - rode o MOTOR-B3-CARTEIRA "
                "antes"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM ST-LEIA-SETORES
    PERFORM ST-LEIA-RETORNOS
    PERFORM ST-LEIA-SETOR-INDICE
    PERFORM ST-LEIA-IBOV

    OPEN OUTPUT STRESS-CART-OUT
    MOVE "Cenario,DataInicio,DataFim,DataPosicao,PortfolioId,ValorMercado,PnLCenario,RetornoCenario,NPosicoes,NHistorico,NProxySetor,NProxyIbov,NSemDados,ValorMercadoProxy"
        TO STRESS-CART-REC
    WRITE STRESS-CART-REC

    OPEN OUTPUT STRESS-POS-OUT
    MOVE "Cenario,DataInicio,DataFim,PortfolioId,TickerSymbol,ValorMercado,RetornoAplicado,PnLCenario,FonteRetorno,Proxy"
        TO STRESS-POS-REC
    WRITE STRESS-POS-REC

    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > WS-CN-COUNT
        PERFORM ST-APLICA-CENARIO
    END-PERFORM

    CLOSE STRESS-CART-OUT
    CLOSE STRESS-POS-OUT

    IF WS-POS-DROP-COUNT > 0 OR WS-CA-DROP-COUNT > 0
       OR WS-CN-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: alem da capacidade das tabelas ("
                WS-POS-DROP-COUNT " posicoes, " WS-CA-DROP-COUNT
                " carteiras, " WS-CN-DROP-COUNT " cenarios) - "
                "relatorio INCOMPLETO ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-QTD-POS-SEMDADOS > 0
        DISPLAY "*** ATENCAO: " WS-QTD-POS-SEMDADOS " posicoes x "
                "cenario sem historico, setor ou IBOVESPA na janela "
                "- P&L em branco ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-POS-SEM-PRECO > 0
        DISPLAY "Aviso: " WS-POS-SEM-PRECO " posicoes SEM_PRECO na "
                "valoracao ficaram fora dos cenarios"
    END-IF

    DISPLAY "Cenarios.............................: " WS-CN-COUNT
    DISPLAY "Cenarios rejeitados..................: " WS-CN-REJ-COUNT
    DISPLAY "Data das posicoes....................: " WS-DATA-POSICAO
    DISPLAY "Posicoes.............................: " WS-POS-COUNT
    DISPLAY "Linhas de retorno lidas..............: "
            WS-QTD-LINHAS-DAILY
    DISPLAY "Posicao x cenario com historico......: " WS-QTD-POS-HIST
    DISPLAY "Posicao x cenario proxy setor........: " WS-QTD-POS-SETOR
    DISPLAY "Posicao x cenario proxy IBOVESPA.....: " WS-QTD-POS-IBOV
    DISPLAY "Posicao x cenario sem dados..........: "
            WS-QTD-POS-SEMDADOS
    DISPLAY "Linhas carteira x cenario gravadas...: " WS-QTD-LINHAS-CART
    DISPLAY "=== FIM MOTOR B3 STRESS ==="

    GOBACK.

*> ==========================================================
*> CENARIOS (data/cenarios_stress.csv)
*> ==========================================================
ST-LEIA-CENARIOS.
    MOVE "N" TO WS-CENARIO-EOF
    MOVE "N" TO WS-CENARIO-HEADER-SKIP
    MOVE 0   TO WS-CN-COUNT

    OPEN INPUT CENARIO-IN

    IF WS-CENARIO-FILE-STATUS = "00"
        PERFORM UNTIL WS-CENARIO-EOF = "Y"
            READ CENARIO-IN
                AT END
                    MOVE "Y" TO WS-CENARIO-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-CENARIO
            END-READ
        END-PERFORM

        CLOSE CENARIO-IN
    END-IF
    .

*> Linha esperada: Cenario,DataInicio,DataFim,Descricao
ST-PROCESSA-CENARIO.
    IF WS-CENARIO-HEADER-SKIP = "N"
        MOVE "Y" TO WS-CENARIO-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CENARIO-FIELDS

    UNSTRING CENARIO-REC
      DELIMITED BY ","
      INTO CN-F-ID CN-F-INICIO CN-F-FIM CN-F-DESC
    END-UNSTRING

    IF CN-F-ID = SPACES
        EXIT PARAGRAPH
    END-IF

    IF CN-F-INICIO = SPACES OR CN-F-FIM = SPACES
       OR CN-F-INICIO(1:10) > CN-F-FIM(1:10)
        DISPLAY "Aviso: cenario " FUNCTION TRIM(CN-F-ID)
                " ignorado - DataInicio/DataFim ausente ou invertida"
        ADD 1 TO WS-CN-REJ-COUNT
        EXIT PARAGRAPH
    END-IF

    IF WS-CN-COUNT >= 30
        ADD 1 TO WS-CN-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-CN-COUNT
    MOVE CN-F-ID           TO CN-ID(WS-CN-COUNT)
    MOVE CN-F-INICIO(1:10) TO CN-INICIO(WS-CN-COUNT)
    MOVE CN-F-FIM(1:10)    TO CN-FIM(WS-CN-COUNT)
    MOVE CN-F-DESC         TO CN-DESC(WS-CN-COUNT)
    MOVE SPACES TO CN-IBOV-DT-BASE(WS-CN-COUNT)
    MOVE SPACES TO CN-IBOV-DT-FINAL(WS-CN-COUNT)
    MOVE 0   TO CN-IBOV-BASE(WS-CN-COUNT)
    MOVE 0   TO CN-IBOV-FINAL(WS-CN-COUNT)
    MOVE 0   TO CN-IBOV-RET(WS-CN-COUNT)
    MOVE "N" TO CN-IBOV-OK(WS-CN-COUNT)
    .

*> ==========================================================
*> POSICOES ATUAIS (carteira_valoracao_cobol.csv)
*> ==========================================================
ST-LEIA-POSICOES.
    MOVE "N" TO WS-VALOR-EOF
    MOVE "N" TO WS-VALOR-HEADER-SKIP
    MOVE 0   TO WS-POS-COUNT

    OPEN INPUT VALOR-IN

    IF WS-VALOR-FILE-STATUS = "00"
        PERFORM UNTIL WS-VALOR-EOF = "Y"
            READ VALOR-IN
                AT END
                    MOVE "Y" TO WS-VALOR-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-POSICAO
            END-READ
        END-PERFORM

        CLOSE VALOR-IN
    END-IF
    .

*> Linha esperada: TradeDate,PortfolioId,TickerSymbol,Quantity,
*> CostBasis,PrecoUsado,DataPreco,FontePreco,ValorMercado,...
*> (DataPreco pode vir em branco: UNSTRING por "," simples)
ST-PROCESSA-POSICAO.
    IF WS-VALOR-HEADER-SKIP = "N"
        MOVE "Y" TO WS-VALOR-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-VALOR-FIELDS
    UNSTRING VALOR-REC
      DELIMITED BY ","
      INTO VL-F-TRADEDATE VL-F-PORTF VL-F-TICKER VL-F-QTY VL-F-CUSTO
           VL-F-PRECO VL-F-DATAPRECO VL-F-FONTE VL-F-MV
    END-UNSTRING

    IF VL-F-PORTF = SPACES OR VL-F-TICKER = SPACES
        EXIT PARAGRAPH
    END-IF

    IF VL-F-FONTE = "SEM_PRECO"
       OR VL-F-MV = SPACES
       OR FUNCTION TEST-NUMVAL(VL-F-MV) NOT = 0
        ADD 1 TO WS-POS-SEM-PRECO
        EXIT PARAGRAPH
    END-IF

    IF WS-POS-COUNT >= 5000
        ADD 1 TO WS-POS-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE VL-F-TRADEDATE(1:10) TO WS-DATA-POSICAO

    ADD 1 TO WS-POS-COUNT
    MOVE VL-F-PORTF(1:12)  TO POS-PORTF(WS-POS-COUNT)
    MOVE VL-F-TICKER(1:12) TO POS-TICKER(WS-POS-COUNT)
    COMPUTE POS-MV(WS-POS-COUNT) = FUNCTION NUMVAL(VL-F-MV)

    *> Ticker na tabela de retornos por cenario
    MOVE VL-F-TICKER(1:12) TO WS-ROW-TICKER
    PERFORM ST-LOCALIZA-TICKER
    IF WS-TK-FOUND = "N"
        PERFORM ST-INSERE-TICKER
    END-IF
    .

ST-LOCALIZA-TICKER.
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
    .

*> Tickers sao unicos por posicao; a tabela nunca enche antes da de
*> posicoes (3000 tickers distintos em 5000 posicoes)
ST-INSERE-TICKER.
    IF WS-TK-COUNT >= 3000
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
    MOVE "SEM_SETOR"   TO TK-SETOR(WS-TK-IDX)
    MOVE SPACES        TO TK-PRIMEIRA(WS-TK-IDX)
    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > 30
        MOVE 0 TO TK-SOMA-LOG(WS-TK-IDX, WS-CN-IDX)
        MOVE 0 TO TK-NOBS(WS-TK-IDX, WS-CN-IDX)
    END-PERFORM
    .

*> ==========================================================
*> SETOR DE CADA TICKER (data/ticker_setores.csv)
*> ==========================================================
ST-LEIA-SETORES.
    MOVE "N" TO WS-SETOR-EOF
    MOVE "N" TO WS-SETOR-HEADER-SKIP

    OPEN INPUT SETOR-IN

    IF WS-SETOR-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETOR-EOF = "Y"
            READ SETOR-IN
                AT END
                    MOVE "Y" TO WS-SETOR-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-SETOR
            END-READ
        END-PERFORM

        CLOSE SETOR-IN
    ELSE
        DISPLAY "Aviso: data/ticker_setores.csv ausente - proxy de "
                "ticker sem historico direto pelo IBOVESPA"
    END-IF
    .

*> Linha esperada: TickerSymbol,Setor,Subsetor
ST-PROCESSA-SETOR.
    IF WS-SETOR-HEADER-SKIP = "N"
        MOVE "Y" TO WS-SETOR-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-SETOR-FIELDS

    UNSTRING SETOR-REC
      DELIMITED BY ","
      INTO SE-F-TICKER SE-F-SETOR SE-F-SUBSETOR
    END-UNSTRING

    IF SE-F-TICKER = SPACES OR SE-F-SETOR = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SE-F-TICKER(1:12) TO WS-ROW-TICKER
    PERFORM ST-LOCALIZA-TICKER
    IF WS-TK-FOUND = "Y"
        MOVE SE-F-SETOR TO TK-SETOR(WS-TK-IDX)
    END-IF
    .

*> ==========================================================
*> RETORNO ACUMULADO DOS TICKERS NAS JANELAS (daily_returns)
*> ==========================================================
ST-LEIA-RETORNOS.
    MOVE "N" TO WS-DAILY-EOF
    MOVE "N" TO WS-DAILY-HEADER-SKIP

    OPEN INPUT DAILY-IN

    IF WS-DAILY-FILE-STATUS = "00"
        PERFORM UNTIL WS-DAILY-EOF = "Y"
            READ DAILY-IN
                AT END
                    MOVE "Y" TO WS-DAILY-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-RETORNO
            END-READ
        END-PERFORM

        CLOSE DAILY-IN
    ELSE
        DISPLAY "Aviso: processados/daily_returns_cobol.csv ausente - "
                "todas as posicoes vao para proxy"
    END-IF
    .

*> Linha esperada: TradeDate,TickerSymbol,ReturnLog,LastPrice,...
ST-PROCESSA-RETORNO.
    IF WS-DAILY-HEADER-SKIP = "N"
        MOVE "Y" TO WS-DAILY-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS-DAILY

    MOVE SPACES TO WS-DAILY-FIELDS
    UNSTRING DAILY-REC
      DELIMITED BY ","
      INTO DY-F-TRADEDATE DY-F-TICKER DY-F-RETLOG
    END-UNSTRING

    MOVE DY-F-TICKER(1:12) TO WS-ROW-TICKER
    PERFORM ST-LOCALIZA-TICKER
    IF WS-TK-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    MOVE DY-F-TRADEDATE(1:10) TO WS-ROW-DATE

    *> Primeira data do ticker (o arquivo pode nao vir ordenado)
    IF TK-PRIMEIRA(WS-TK-IDX) = SPACES
       OR WS-ROW-DATE < TK-PRIMEIRA(WS-TK-IDX)
        MOVE WS-ROW-DATE TO TK-PRIMEIRA(WS-TK-IDX)
    END-IF

    IF DY-F-RETLOG = SPACES
       OR FUNCTION TEST-NUMVAL(DY-F-RETLOG) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROW-RET = FUNCTION NUMVAL(DY-F-RETLOG)

    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > WS-CN-COUNT
        IF WS-ROW-DATE >= CN-INICIO(WS-CN-IDX)
           AND WS-ROW-DATE <= CN-FIM(WS-CN-IDX)
            COMPUTE TK-SOMA-LOG(WS-TK-IDX, WS-CN-IDX) =
                TK-SOMA-LOG(WS-TK-IDX, WS-CN-IDX) + WS-ROW-RET
            ADD 1 TO TK-NOBS(WS-TK-IDX, WS-CN-IDX)
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> RETORNO ACUMULADO DOS SETORES NAS JANELAS (setor_indice)
*> ==========================================================
ST-LEIA-SETOR-INDICE.
    MOVE "N" TO WS-SETORIDX-EOF
    MOVE "N" TO WS-SETORIDX-HEADER-SKIP
    MOVE 0   TO WS-SC-COUNT

    OPEN INPUT SETORIDX-IN

    IF WS-SETORIDX-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETORIDX-EOF = "Y"
            READ SETORIDX-IN
                AT END
                    MOVE "Y" TO WS-SETORIDX-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-SETOR-INDICE
            END-READ
        END-PERFORM

        CLOSE SETORIDX-IN
    ELSE
        DISPLAY "Aviso: processados/setor_indice_cobol.csv ausente - "
                "proxy pelo IBOVESPA"
    END-IF
    .

*> Linha esperada: TradeDate,Tipo,Setor,Subsetor,RetornoDia,IndiceNivel
*> (RetornoDia e' log-retorno; so' as linhas Tipo SETOR)
ST-PROCESSA-SETOR-INDICE.
    IF WS-SETORIDX-HEADER-SKIP = "N"
        MOVE "Y" TO WS-SETORIDX-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-SETORIDX-FIELDS
    UNSTRING SETORIDX-REC
      DELIMITED BY ","
      INTO SX-F-TRADEDATE SX-F-TIPO SX-F-SETOR SX-F-SUBSETOR
           SX-F-RET SX-F-NIVEL
    END-UNSTRING

    IF SX-F-TIPO NOT = "SETOR" OR SX-F-SETOR = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-SC-FOUND
    PERFORM VARYING WS-SC-IDX FROM 1 BY 1
        UNTIL WS-SC-IDX > WS-SC-COUNT
           OR WS-SC-FOUND = "Y"
        IF SC-SETOR(WS-SC-IDX) = SX-F-SETOR
            MOVE "Y"       TO WS-SC-FOUND
            MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-SC-FOUND = "N"
        IF WS-SC-COUNT >= 100
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SC-COUNT
        MOVE WS-SC-COUNT TO WS-SC-FOUND-IDX
        MOVE SX-F-SETOR  TO SC-SETOR(WS-SC-FOUND-IDX)
        MOVE SPACES      TO SC-PRIMEIRA(WS-SC-FOUND-IDX)
        PERFORM VARYING WS-CN-IDX FROM 1 BY 1
            UNTIL WS-CN-IDX > 30
            MOVE 0 TO SC-SOMA-LOG(WS-SC-FOUND-IDX, WS-CN-IDX)
            MOVE 0 TO SC-NOBS(WS-SC-FOUND-IDX, WS-CN-IDX)
        END-PERFORM
    END-IF

    MOVE SX-F-TRADEDATE(1:10) TO WS-ROW-DATE
    IF SC-PRIMEIRA(WS-SC-FOUND-IDX) = SPACES
       OR WS-ROW-DATE < SC-PRIMEIRA(WS-SC-FOUND-IDX)
        MOVE WS-ROW-DATE TO SC-PRIMEIRA(WS-SC-FOUND-IDX)
    END-IF

    IF SX-F-RET = SPACES OR FUNCTION TEST-NUMVAL(SX-F-RET) NOT = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROW-RET = FUNCTION NUMVAL(SX-F-RET)

    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > WS-CN-COUNT
        IF WS-ROW-DATE >= CN-INICIO(WS-CN-IDX)
           AND WS-ROW-DATE <= CN-FIM(WS-CN-IDX)
            COMPUTE SC-SOMA-LOG(WS-SC-FOUND-IDX, WS-CN-IDX) =
                SC-SOMA-LOG(WS-SC-FOUND-IDX, WS-CN-IDX) + WS-ROW-RET
            ADD 1 TO SC-NOBS(WS-SC-FOUND-IDX, WS-CN-IDX)
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> RETORNO DO IBOVESPA NAS JANELAS (data/ibov_indice.csv)
*> ==========================================================
ST-LEIA-IBOV.
    MOVE "N" TO WS-IBOV-EOF
    MOVE "N" TO WS-IBOV-HEADER-SKIP

    OPEN INPUT IBOV-IN

    IF WS-IBOV-FILE-STATUS = "00"
        PERFORM UNTIL WS-IBOV-EOF = "Y"
            READ IBOV-IN
                AT END
                    MOVE "Y" TO WS-IBOV-EOF
                NOT AT END
                    PERFORM ST-PROCESSA-IBOV
            END-READ
        END-PERFORM

        CLOSE IBOV-IN
    ELSE
        DISPLAY "Aviso: data/ibov_indice.csv ausente - sem proxy "
                "de ultimo recurso"
    END-IF

    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > WS-CN-COUNT
        IF CN-IBOV-BASE(WS-CN-IDX) > 0 AND CN-IBOV-FINAL(WS-CN-IDX) > 0
            COMPUTE CN-IBOV-RET(WS-CN-IDX) =
                CN-IBOV-FINAL(WS-CN-IDX) / CN-IBOV-BASE(WS-CN-IDX)
            SUBTRACT 1 FROM CN-IBOV-RET(WS-CN-IDX)
            MOVE "Y" TO CN-IBOV-OK(WS-CN-IDX)
        END-IF
    END-PERFORM
    .

*> Linha esperada: TradeDate,IndexClose. Base = ultimo fechamento
*> antes do inicio da janela; final = ultimo fechamento dentro dela
*> (datas comparadas, sem depender da ordem do arquivo).
ST-PROCESSA-IBOV.
    IF WS-IBOV-HEADER-SKIP = "N"
        MOVE "Y" TO WS-IBOV-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-IBOV-FIELDS
    UNSTRING IBOV-REC
      DELIMITED BY ","
      INTO IX-F-TRADEDATE IX-F-CLOSE
    END-UNSTRING

    IF IX-F-TRADEDATE = SPACES OR IX-F-CLOSE = SPACES
       OR FUNCTION TEST-NUMVAL(IX-F-CLOSE) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE IX-F-TRADEDATE(1:10) TO WS-ROW-DATE
    COMPUTE WS-IBOV-CLOSE = FUNCTION NUMVAL(IX-F-CLOSE)
    IF WS-IBOV-CLOSE NOT > 0
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-CN-IDX FROM 1 BY 1
        UNTIL WS-CN-IDX > WS-CN-COUNT
        IF WS-ROW-DATE < CN-INICIO(WS-CN-IDX)
            IF WS-ROW-DATE > CN-IBOV-DT-BASE(WS-CN-IDX)
                MOVE WS-ROW-DATE   TO CN-IBOV-DT-BASE(WS-CN-IDX)
                MOVE WS-IBOV-CLOSE TO CN-IBOV-BASE(WS-CN-IDX)
            END-IF
        END-IF
        IF WS-ROW-DATE >= CN-INICIO(WS-CN-IDX)
           AND WS-ROW-DATE <= CN-FIM(WS-CN-IDX)
            IF WS-ROW-DATE > CN-IBOV-DT-FINAL(WS-CN-IDX)
                MOVE WS-ROW-DATE   TO CN-IBOV-DT-FINAL(WS-CN-IDX)
                MOVE WS-IBOV-CLOSE TO CN-IBOV-FINAL(WS-CN-IDX)
            END-IF
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> APLICACAO DE UM CENARIO A TODAS AS POSICOES
*> ==========================================================
ST-APLICA-CENARIO.
    MOVE 0 TO WS-CA-COUNT

    PERFORM VARYING WS-POS-IDX FROM 1 BY 1
        UNTIL WS-POS-IDX > WS-POS-COUNT
        PERFORM ST-APLICA-POSICAO
    END-PERFORM

    PERFORM VARYING WS-CA-IDX FROM 1 BY 1
        UNTIL WS-CA-IDX > WS-CA-COUNT
        PERFORM ST-GRAVA-CARTEIRA
    END-PERFORM
    .

*> Fonte do retorno: historico do ticker, senao setor, senao IBOVESPA
ST-APLICA-POSICAO.
    MOVE POS-TICKER(WS-POS-IDX) TO WS-ROW-TICKER
    PERFORM ST-LOCALIZA-TICKER

    MOVE "SEM_DADOS" TO WS-FONTE
    MOVE "Y"         TO WS-PROXY-FLAG
    MOVE 0           TO WS-RET-F

    IF WS-TK-FOUND = "Y"
        *> Historico proprio: negociava ate o inicio da janela e tem
        *> retorno dentro dela
        IF TK-PRIMEIRA(WS-TK-IDX) NOT = SPACES
           AND TK-PRIMEIRA(WS-TK-IDX) <= CN-INICIO(WS-CN-IDX)
           AND TK-NOBS(WS-TK-IDX, WS-CN-IDX) > 0
            MOVE "HISTORICO" TO WS-FONTE
            MOVE "N" TO WS-PROXY-FLAG
            COMPUTE WS-EXP-F =
                FUNCTION EXP(TK-SOMA-LOG(WS-TK-IDX, WS-CN-IDX))
            COMPUTE WS-RET-F = WS-EXP-F - 1
        ELSE
            PERFORM ST-PROXY-SETOR
        END-IF
    END-IF

    IF WS-FONTE = "SEM_DADOS" AND CN-IBOV-OK(WS-CN-IDX) = "Y"
        MOVE "PROXY_IBOV" TO WS-FONTE
        MOVE CN-IBOV-RET(WS-CN-IDX) TO WS-RET-F
    END-IF

    COMPUTE WS-PNL-F = POS-MV(WS-POS-IDX) * WS-RET-F

    PERFORM ST-LOCALIZA-CARTEIRA
    IF WS-CA-FOUND = "Y"
        ADD 1 TO CA-NPOS(WS-CA-FOUND-IDX)
        COMPUTE CA-MV(WS-CA-FOUND-IDX) =
            CA-MV(WS-CA-FOUND-IDX) + POS-MV(WS-POS-IDX)
        COMPUTE CA-PNL(WS-CA-FOUND-IDX) =
            CA-PNL(WS-CA-FOUND-IDX) + WS-PNL-F
        IF WS-PROXY-FLAG = "Y"
            COMPUTE CA-MV-PROXY(WS-CA-FOUND-IDX) =
                CA-MV-PROXY(WS-CA-FOUND-IDX) + POS-MV(WS-POS-IDX)
        END-IF
        EVALUATE WS-FONTE
            WHEN "HISTORICO"
                ADD 1 TO CA-NHIST(WS-CA-FOUND-IDX)
            WHEN "PROXY_SETOR"
                ADD 1 TO CA-NSETOR(WS-CA-FOUND-IDX)
            WHEN "PROXY_IBOV"
                ADD 1 TO CA-NIBOV(WS-CA-FOUND-IDX)
            WHEN OTHER
                ADD 1 TO CA-NSEMDADOS(WS-CA-FOUND-IDX)
        END-EVALUATE
    END-IF

    EVALUATE WS-FONTE
        WHEN "HISTORICO"
            ADD 1 TO WS-QTD-POS-HIST
        WHEN "PROXY_SETOR"
            ADD 1 TO WS-QTD-POS-SETOR
        WHEN "PROXY_IBOV"
            ADD 1 TO WS-QTD-POS-IBOV
        WHEN OTHER
            ADD 1 TO WS-QTD-POS-SEMDADOS
    END-EVALUATE

    PERFORM ST-GRAVA-POSICAO
    .

*> Indice do setor do ticker: existia no inicio da janela e tem
*> retorno dentro dela
ST-PROXY-SETOR.
    MOVE "N" TO WS-SC-FOUND
    PERFORM VARYING WS-SC-IDX FROM 1 BY 1
        UNTIL WS-SC-IDX > WS-SC-COUNT
           OR WS-SC-FOUND = "Y"
        IF SC-SETOR(WS-SC-IDX) = TK-SETOR(WS-TK-IDX)
            MOVE "Y"       TO WS-SC-FOUND
            MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-SC-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    IF SC-PRIMEIRA(WS-SC-FOUND-IDX) <= CN-INICIO(WS-CN-IDX)
       AND SC-NOBS(WS-SC-FOUND-IDX, WS-CN-IDX) > 0
        MOVE "PROXY_SETOR" TO WS-FONTE
        COMPUTE WS-EXP-F =
            FUNCTION EXP(SC-SOMA-LOG(WS-SC-FOUND-IDX, WS-CN-IDX))
        COMPUTE WS-RET-F = WS-EXP-F - 1
    END-IF
    .

ST-LOCALIZA-CARTEIRA.
    MOVE "N" TO WS-CA-FOUND
    MOVE 0   TO WS-CA-FOUND-IDX

    PERFORM VARYING WS-CA-IDX FROM 1 BY 1
        UNTIL WS-CA-IDX > WS-CA-COUNT
           OR WS-CA-FOUND = "Y"
        IF CA-PORTF(WS-CA-IDX) = POS-PORTF(WS-POS-IDX)
            MOVE "Y"       TO WS-CA-FOUND
            MOVE WS-CA-IDX TO WS-CA-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-CA-FOUND = "N"
        IF WS-CA-COUNT >= 200
            ADD 1 TO WS-CA-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CA-COUNT
        MOVE WS-CA-COUNT TO WS-CA-FOUND-IDX
        MOVE POS-PORTF(WS-POS-IDX) TO CA-PORTF(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-MV(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-PNL(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-MV-PROXY(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-NPOS(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-NHIST(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-NSETOR(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-NIBOV(WS-CA-FOUND-IDX)
        MOVE 0 TO CA-NSEMDADOS(WS-CA-FOUND-IDX)
        MOVE "Y" TO WS-CA-FOUND
    END-IF
    .

ST-GRAVA-POSICAO.
    MOVE POS-MV(WS-POS-IDX) TO WS-MV-TXT

    MOVE SPACES TO WS-RET-OUT
    MOVE SPACES TO WS-PNL-OUT
    IF WS-FONTE NOT = "SEM_DADOS"
        MOVE WS-RET-F TO WS-RET-TXT
        MOVE WS-RET-TXT TO WS-RET-OUT
        MOVE WS-PNL-F TO WS-PNL-TXT
        MOVE WS-PNL-TXT TO WS-PNL-OUT
    END-IF

    MOVE SPACES TO STRESS-POS-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        CN-ID(WS-CN-IDX)       DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        CN-INICIO(WS-CN-IDX)   DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        CN-FIM(WS-CN-IDX)      DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        POS-PORTF(WS-POS-IDX)  DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        POS-TICKER(WS-POS-IDX) DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        WS-MV-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-RET-OUT             DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-PNL-OUT             DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-FONTE               DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        WS-PROXY-FLAG          DELIMITED BY SIZE
        INTO STRESS-POS-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE STRESS-POS-REC
    .

ST-GRAVA-CARTEIRA.
    MOVE CA-MV(WS-CA-IDX)  TO WS-MV-TXT
    MOVE CA-PNL(WS-CA-IDX) TO WS-PNL-TXT
    MOVE WS-PNL-TXT TO WS-PNL-OUT

    MOVE SPACES TO WS-RET-OUT
    IF CA-MV(WS-CA-IDX) > 0
        COMPUTE WS-RET-F = CA-PNL(WS-CA-IDX) / CA-MV(WS-CA-IDX)
        MOVE WS-RET-F TO WS-RET-TXT
        MOVE WS-RET-TXT TO WS-RET-OUT
    END-IF

    MOVE CA-NPOS(WS-CA-IDX)      TO WS-N-TXT
    MOVE CA-NHIST(WS-CA-IDX)     TO WS-N2-TXT
    MOVE CA-NSETOR(WS-CA-IDX)    TO WS-N3-TXT
    MOVE CA-NIBOV(WS-CA-IDX)     TO WS-N4-TXT
    MOVE CA-NSEMDADOS(WS-CA-IDX) TO WS-N5-TXT

    MOVE SPACES TO STRESS-CART-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        CN-ID(WS-CN-IDX)       DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        CN-INICIO(WS-CN-IDX)   DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        CN-FIM(WS-CN-IDX)      DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-DATA-POSICAO        DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        CA-PORTF(WS-CA-IDX)    DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        WS-MV-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-PNL-OUT             DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-RET-OUT             DELIMITED BY SIZE
        INTO STRESS-CART-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE CA-MV-PROXY(WS-CA-IDX) TO WS-MV-TXT

    STRING
        ","                    DELIMITED BY SIZE
        WS-N-TXT               DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-N2-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-N3-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-N4-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-N5-TXT              DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-MV-TXT              DELIMITED BY SIZE
        INTO STRESS-CART-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE STRESS-CART-REC
    ADD 1 TO WS-QTD-LINHAS-CART
    .
