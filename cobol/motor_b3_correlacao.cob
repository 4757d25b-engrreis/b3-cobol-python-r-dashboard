       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-CORRELACAO.

*> Matriz de correlacao dos retornos do universo liquido e grupos de
*> concentracao (tickers que andam juntos).
*>
*> Universo: os CORREL_TOP_N tickers (default 30, maximo 60) de maior
*> IndiceLiquidez em processados/rolling_metrics_by_ticker_cobol.csv
*> na data de referencia - a ultima data do arquivo ou, com
*> CORREL_DATA_REF informado, a ultima data ate' ela.
*>
*> Janela: as ultimas CORREL_JANELA_SESSOES sessoes (default 63,
*> maximo 260) de processados/daily_returns_cobol.csv ate' a data de
*> referencia. Para cada par, correlacao de Pearson dos ReturnLog nas
*> sessoes em que os dois negociaram. Par com menos de
*> CORREL_MIN_SESSOES sessoes em comum (default 20) ou sem variacao
*> em um dos lados sai SEM numero, com a situacao na coluna Situacao
*> (AMOSTRA_INSUFICIENTE / VARIANCIA_ZERO) e celula vazia na matriz,
*> como beta/correlacao sem IBOVESPA no rolling do motor.
*>
*> Grupos: componentes ligados do grafo dos pares com correlacao
*> >= CORREL_LIMIAR_GRUPO (default 0.70) - A e B no mesmo grupo se
*> ha' uma cadeia de pares acima do limiar entre eles. So' grupos com
*> dois ou mais tickers sao gravados, numerados pela ordem de
*> liquidez do ticker mais liquido do grupo.
*>
*> daily_returns deve vir agrupado por data em ordem crescente, como
*> o motor grava; linha com data anterior a do grupo corrente fica de
*> fora e e' contada no console (codigo 4).
*>
*> Saidas:
*>   processados/correlacao_pares_cobol.csv   - um par por linha
*>   processados/correlacao_matriz_cobol.csv  - matriz quadrada, para o
*>                                              dashboard
*>   processados/correlacao_grupos_cobol.csv  - tickers por grupo

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    SELECT ROLLING-IN
        ASSIGN TO "processados/rolling_metrics_by_ticker_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLING-FILE-STATUS.

    SELECT DAILY-IN
        ASSIGN TO "processados/daily_returns_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DAILY-FILE-STATUS.

    SELECT SETOR-IN
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETOR-FILE-STATUS.

    SELECT PARES-OUT
        ASSIGN TO "processados/correlacao_pares_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT MATRIZ-OUT
        ASSIGN TO "processados/correlacao_matriz_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT GRUPOS-OUT
        ASSIGN TO "processados/correlacao_grupos_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(256).

FD  ROLLING-IN.
01  ROLLING-REC          PIC X(512).

FD  DAILY-IN.
01  DAILY-REC            PIC X(256).

FD  SETOR-IN.
01  SETOR-REC            PIC X(256).

FD  PARES-OUT.
01  PARES-REC            PIC X(256).

FD  MATRIZ-OUT.
01  MATRIZ-REC           PIC X(1024).

FD  GRUPOS-OUT.
01  GRUPOS-REC           PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-ROLLING-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-DAILY-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-SETOR-FILE-STATUS    PIC X(2)  VALUE "00".

01  WS-PARAM-EOF            PIC X     VALUE "N".
01  WS-PARAM-HEADER-SKIP    PIC X     VALUE "N".
01  WS-ROLLING-EOF          PIC X     VALUE "N".
01  WS-ROLLING-HEADER-SKIP  PIC X     VALUE "N".
01  WS-DAILY-EOF            PIC X     VALUE "N".
01  WS-DAILY-HEADER-SKIP    PIC X     VALUE "N".
01  WS-SETOR-EOF            PIC X     VALUE "N".
01  WS-SETOR-HEADER-SKIP    PIC X     VALUE "N".

*> ---------- PARAMETROS ----------
01  WS-PARAM-FIELDS.
    05  PF-NOME        PIC X(40).
    05  PF-VALOR       PIC X(200).

01  WS-TOP-N           PIC 9(3)  VALUE 30.
01  WS-JANELA          PIC 9(3)  VALUE 63.
01  WS-MIN-SESSOES     PIC 9(3)  VALUE 20.
01  WS-LIMIAR-GRUPO    PIC S9V9(6) VALUE 0.70.
01  WS-DATA-REF-PARAM  PIC X(10) VALUE SPACES.

*> ---------- UNIVERSO (rolling por ticker na data de referencia) ----------
01  WS-ROLLING-FIELDS.
    05  RL-F-TRADEDATE PIC X(20).
    05  RL-F-TICKER    PIC X(20).
    05  RL-F-NOBS      PIC X(20).
    05  RL-F-RET       PIC X(30).
    05  RL-F-VOLD      PIC X(30).
    05  RL-F-VOLA      PIC X(30).
    05  RL-F-VOLUME    PIC X(30).
    05  RL-F-NEG       PIC X(30).
    05  RL-F-LIQ       PIC X(30).

01  WS-DATA-REF        PIC X(10) VALUE SPACES.
01  WS-ROW-DATE        PIC X(10) VALUE SPACES.
01  WS-ROW-TICKER      PIC X(12) VALUE SPACES.
01  WS-ROW-LIQ         USAGE COMP-2 VALUE 0.
01  WS-ROW-RET         USAGE COMP-2 VALUE 0.

*> Tickers do universo em ordem decrescente de IndiceLiquidez (o
*> ultimo e' o primeiro a sair quando chega um mais liquido)
01  WS-UN-TBL.
    05  WS-UN-ENTRY OCCURS 60 TIMES.
        10  UN-TICKER      PIC X(12).
        10  UN-LIQ         USAGE COMP-2.
        10  UN-SETOR       PIC X(30).
        10  UN-GRUPO       PIC 9(3).
01  WS-UN-COUNT        PIC 9(3) VALUE 0.
01  WS-UN-IDX          PIC 9(3) VALUE 0.
01  WS-UN-POS          PIC 9(3) VALUE 0.
01  WS-UN-FOUND        PIC X    VALUE "N".
*> Tickers com IndiceLiquidez na data de referencia (candidatos)
01  WS-QTD-CANDIDATOS  PIC 9(9) VALUE 0.

*> ---------- JANELA DE RETORNOS (anel das ultimas sessoes) ----------
01  WS-DAILY-FIELDS.
    05  DY-F-TRADEDATE PIC X(20).
    05  DY-F-TICKER    PIC X(20).
    05  DY-F-RETLOG    PIC X(30).

*> Cada sessao ocupa uma posicao do anel; a sessao nova reaproveita a
*> posicao da mais antiga quando a janela ja' esta' cheia
01  WS-SS-TBL.
    05  WS-SS-ENTRY OCCURS 260 TIMES.
        10  SS-DATA        PIC X(10).
        10  SS-TK OCCURS 60 TIMES.
            15  SS-RET         USAGE COMP-2.
            15  SS-PRESENTE    PIC X.
01  WS-SS-TOTAL        PIC 9(9) VALUE 0.
01  WS-SS-POS          PIC 9(3) VALUE 0.
01  WS-SS-IDX          PIC 9(3) VALUE 0.
01  WS-SS-USADAS       PIC 9(3) VALUE 0.
01  WS-DATA-CORR       PIC X(10) VALUE SPACES.
01  WS-DATA-INICIO     PIC X(10) VALUE SPACES.
01  WS-DATA-FIM        PIC X(10) VALUE SPACES.

*> ---------- CORRELACOES ----------
01  WS-CR-TBL.
    05  WS-CR-LIN OCCURS 60 TIMES.
        10  WS-CR-COL OCCURS 60 TIMES.
            15  CR-VALOR       USAGE COMP-2.
            15  CR-NCOMUM      PIC 9(3).
            *> OK / AMOSTRA_INSUFICIENTE / VARIANCIA_ZERO
            15  CR-SITUACAO    PIC X(20).
01  WS-I               PIC 9(3) VALUE 0.
01  WS-J               PIC 9(3) VALUE 0.
01  WS-N-F             USAGE COMP-2 VALUE 0.
01  WS-SX              USAGE COMP-2 VALUE 0.
01  WS-SY              USAGE COMP-2 VALUE 0.
01  WS-SXX             USAGE COMP-2 VALUE 0.
01  WS-SYY             USAGE COMP-2 VALUE 0.
01  WS-SXY             USAGE COMP-2 VALUE 0.
01  WS-VX              USAGE COMP-2 VALUE 0.
01  WS-VY              USAGE COMP-2 VALUE 0.
01  WS-CXY             USAGE COMP-2 VALUE 0.
01  WS-NCOMUM          PIC 9(3) VALUE 0.

*> ---------- GRUPOS (componentes ligados acima do limiar) ----------
01  WS-FILA-TBL.
    05  WS-FILA-ITEM OCCURS 60 TIMES PIC 9(3).
01  WS-FILA-INI        PIC 9(3) VALUE 0.
01  WS-FILA-FIM        PIC 9(3) VALUE 0.
01  WS-GRUPO-CORR      PIC 9(3) VALUE 0.
01  WS-GRUPO-TAM       PIC 9(3) VALUE 0.
01  WS-GRUPO-SOMA      USAGE COMP-2 VALUE 0.
01  WS-GRUPO-NPARES    PIC 9(5) VALUE 0.
01  WS-GRUPO-MEDIA     USAGE COMP-2 VALUE 0.
01  WS-GRUPO-MINIMA    USAGE COMP-2 VALUE 0.
01  WS-QTD-GRUPOS      PIC 9(3) VALUE 0.
01  WS-QTD-EM-GRUPOS   PIC 9(3) VALUE 0.

*> ---------- SETORES ----------
01  WS-SETOR-FIELDS.
    05  SE-F-TICKER    PIC X(20).
    05  SE-F-SETOR     PIC X(30).
    05  SE-F-SUBSETOR  PIC X(30).

*> ---------- CONTADORES ----------
01  WS-QTD-LINHAS-ROLL PIC 9(9) VALUE 0.
01  WS-QTD-LINHAS      PIC 9(9) VALUE 0.
01  WS-QTD-USADAS      PIC 9(9) VALUE 0.
01  WS-QTD-FORA-ORDEM  PIC 9(9) VALUE 0.
01  WS-QTD-PARES       PIC 9(5) VALUE 0.
01  WS-QTD-PARES-OK    PIC 9(5) VALUE 0.
01  WS-QTD-PARES-AMOS  PIC 9(5) VALUE 0.
01  WS-QTD-PARES-VAR   PIC 9(5) VALUE 0.

*> ---------- FORMATACAO ----------
*> Correlacao sem brancos a esquerda (celula da matriz)
01  WS-CORREL-POS-TXT  PIC 9.9(6).
01  WS-CORREL-NEG-TXT  PIC -9.9(6).
01  WS-CORREL-OUT      PIC X(10).
01  WS-MEDIA-TXT       PIC -9.9(6).
01  WS-MINIMA-TXT      PIC -9.9(6).
01  WS-LIQ-TXT         PIC 9(17).9(4).
01  WS-N-TXT           PIC 9(3).
01  WS-N2-TXT          PIC 9(3).
01  WS-N3-TXT          PIC 9(3).
01  WS-STR-PTR         PIC 9(4) VALUE 1.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== MOTOR B3 CORRELACAO (universo liquido) ==="

    PERFORM CR-LEIA-PARAMETROS
    PERFORM CR-MONTA-UNIVERSO

    IF WS-ROLLING-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: processados/rolling_metrics_by_ticker_cobol.csv "
                "ausente - rode o MOTOR-B3-COBOL antes"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    IF WS-UN-COUNT < 2
        DISPLAY "ERRO: menos de dois tickers com IndiceLiquidez na "
                "data de referencia " WS-DATA-REF " - sem pares"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM CR-LEIA-RETORNOS

    IF WS-DAILY-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: processados/daily_returns_cobol.csv ausente - "
                "rode o MOTOR-B3-COBOL antes"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM CR-LEIA-SETORES
    PERFORM CR-CALCULA-MATRIZ
    PERFORM CR-MONTA-GRUPOS

    PERFORM CR-GRAVA-PARES
    PERFORM CR-GRAVA-MATRIZ
    PERFORM CR-GRAVA-GRUPOS

    IF WS-QTD-FORA-ORDEM > 0
        DISPLAY "*** ATENCAO: " WS-QTD-FORA-ORDEM " linhas fora da "
                "ordem de datas ficaram de fora - janela "
                "INCOMPLETA ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-SS-USADAS < WS-JANELA
        DISPLAY "Aviso: historico com " WS-SS-USADAS " sessoes ate' "
                WS-DATA-REF " - janela menor que CORREL_JANELA_SESSOES"
    END-IF

    DISPLAY "Data de referencia...................: " WS-DATA-REF
    DISPLAY "Janela (primeira/ultima sessao)......: " WS-DATA-INICIO
            " a " WS-DATA-FIM
    DISPLAY "Sessoes na janela....................: " WS-SS-USADAS
    DISPLAY "Tickers candidatos (com liquidez)....: " WS-QTD-CANDIDATOS
    DISPLAY "Tickers no universo..................: " WS-UN-COUNT
    DISPLAY "Linhas de retorno lidas..............: " WS-QTD-LINHAS
    DISPLAY "Retornos usados na janela............: " WS-QTD-USADAS
    DISPLAY "Pares avaliados......................: " WS-QTD-PARES
    DISPLAY "Pares com correlacao.................: " WS-QTD-PARES-OK
    DISPLAY "Pares com amostra insuficiente.......: " WS-QTD-PARES-AMOS
    DISPLAY "Pares sem variacao...................: " WS-QTD-PARES-VAR
    DISPLAY "Grupos acima do limiar...............: " WS-QTD-GRUPOS
    DISPLAY "Tickers em grupos....................: " WS-QTD-EM-GRUPOS
    DISPLAY "=== FIM MOTOR B3 CORRELACAO ==="

    GOBACK.

*> ==========================================================
*> PARAMETROS (data/motor_b3_parametros.csv)
*> ==========================================================
CR-LEIA-PARAMETROS.
    MOVE "N" TO WS-PARAM-EOF
    MOVE "N" TO WS-PARAM-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    PERFORM CR-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF

    *> Parametros fora de faixa voltam ao default (ou ao limite das
    *> tabelas)
    IF WS-TOP-N < 2
        MOVE 30 TO WS-TOP-N
    END-IF
    IF WS-TOP-N > 60
        DISPLAY "Aviso: CORREL_TOP_N acima de 60 - usando 60"
        MOVE 60 TO WS-TOP-N
    END-IF
    IF WS-JANELA < 2
        MOVE 63 TO WS-JANELA
    END-IF
    IF WS-JANELA > 260
        DISPLAY "Aviso: CORREL_JANELA_SESSOES acima de 260 - "
                "usando 260"
        MOVE 260 TO WS-JANELA
    END-IF
    IF WS-MIN-SESSOES < 3
        MOVE 3 TO WS-MIN-SESSOES
    END-IF
    IF WS-LIMIAR-GRUPO NOT > 0 OR WS-LIMIAR-GRUPO > 1
        MOVE 0.70 TO WS-LIMIAR-GRUPO
    END-IF
    .

CR-PROCESSA-PARAM.
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
        WHEN "CORREL_TOP_N"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-TOP-N = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "CORREL_JANELA_SESSOES"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-JANELA = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "CORREL_MIN_SESSOES"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-MIN-SESSOES = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "CORREL_LIMIAR_GRUPO"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-LIMIAR-GRUPO = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "CORREL_DATA_REF"
            MOVE PF-VALOR(1:10) TO WS-DATA-REF-PARAM
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> ==========================================================
*> UNIVERSO: TOP-N POR INDICELIQUIDEZ NA DATA DE REFERENCIA
*> ==========================================================
*> Uma passada no rolling: data mais recente (ate' CORREL_DATA_REF,
*> se informado) e, nela, os N tickers mais liquidos. Uma data mais
*> nova que a corrente descarta os candidatos acumulados.
CR-MONTA-UNIVERSO.
    MOVE "N" TO WS-ROLLING-EOF
    MOVE "N" TO WS-ROLLING-HEADER-SKIP
    MOVE 0   TO WS-UN-COUNT
    MOVE SPACES TO WS-DATA-REF

    OPEN INPUT ROLLING-IN

    IF WS-ROLLING-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-ROLLING-EOF = "Y"
        READ ROLLING-IN
            AT END
                MOVE "Y" TO WS-ROLLING-EOF
            NOT AT END
                PERFORM CR-PROCESSA-ROLLING
        END-READ
    END-PERFORM

    CLOSE ROLLING-IN
    .

*> Linha esperada: TradeDate,TickerSymbol,NObsJanela,RetJanela,
*> VolDiariaJanela,VolAnualJanela,VolumeJanela,NumNegociosJanela,
*> IndiceLiquidez,...
CR-PROCESSA-ROLLING.
    IF WS-ROLLING-HEADER-SKIP = "N"
        MOVE "Y" TO WS-ROLLING-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS-ROLL

    MOVE SPACES TO WS-ROLLING-FIELDS
    UNSTRING ROLLING-REC
      DELIMITED BY ","
      INTO RL-F-TRADEDATE RL-F-TICKER RL-F-NOBS RL-F-RET RL-F-VOLD
           RL-F-VOLA RL-F-VOLUME RL-F-NEG RL-F-LIQ
    END-UNSTRING

    IF RL-F-TRADEDATE = SPACES OR RL-F-TICKER = SPACES
       OR RL-F-LIQ = SPACES
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(RL-F-LIQ) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE RL-F-TRADEDATE(1:10) TO WS-ROW-DATE
    MOVE RL-F-TICKER(1:12)    TO WS-ROW-TICKER

    IF WS-DATA-REF-PARAM NOT = SPACES
       AND WS-ROW-DATE > WS-DATA-REF-PARAM
        EXIT PARAGRAPH
    END-IF

    IF WS-ROW-DATE < WS-DATA-REF
        EXIT PARAGRAPH
    END-IF

    IF WS-ROW-DATE > WS-DATA-REF
        MOVE WS-ROW-DATE TO WS-DATA-REF
        MOVE 0 TO WS-UN-COUNT
        MOVE 0 TO WS-QTD-CANDIDATOS
    END-IF

    ADD 1 TO WS-QTD-CANDIDATOS
    COMPUTE WS-ROW-LIQ = FUNCTION NUMVAL(RL-F-LIQ)
    PERFORM CR-INSERE-UNIVERSO
    .

*> Insere o ticker corrente na lista ordenada do universo se couber
*> entre os N mais liquidos (empurrando o ultimo para fora)
CR-INSERE-UNIVERSO.
    *> Ticker repetido na mesma data fica com a ultima linha
    MOVE "N" TO WS-UN-FOUND
    PERFORM VARYING WS-UN-IDX FROM 1 BY 1
        UNTIL WS-UN-IDX > WS-UN-COUNT
           OR WS-UN-FOUND = "Y"
        IF UN-TICKER(WS-UN-IDX) = WS-ROW-TICKER
            MOVE "Y" TO WS-UN-FOUND
            MOVE WS-UN-IDX TO WS-UN-POS
        END-IF
    END-PERFORM

    IF WS-UN-FOUND = "Y"
        PERFORM VARYING WS-UN-IDX FROM WS-UN-POS BY 1
            UNTIL WS-UN-IDX >= WS-UN-COUNT
            MOVE WS-UN-ENTRY(WS-UN-IDX + 1) TO WS-UN-ENTRY(WS-UN-IDX)
        END-PERFORM
        SUBTRACT 1 FROM WS-UN-COUNT
    END-IF

    IF WS-UN-COUNT >= WS-TOP-N
        IF WS-ROW-LIQ NOT > UN-LIQ(WS-UN-COUNT)
            EXIT PARAGRAPH
        END-IF
        SUBTRACT 1 FROM WS-UN-COUNT
    END-IF

    ADD 1 TO WS-UN-COUNT
    MOVE WS-UN-COUNT TO WS-UN-POS

    PERFORM VARYING WS-UN-IDX FROM WS-UN-COUNT BY -1
        UNTIL WS-UN-IDX < 2
           OR UN-LIQ(WS-UN-IDX - 1) >= WS-ROW-LIQ
        MOVE WS-UN-ENTRY(WS-UN-IDX - 1) TO WS-UN-ENTRY(WS-UN-IDX)
        COMPUTE WS-UN-POS = WS-UN-IDX - 1
    END-PERFORM

    MOVE WS-ROW-TICKER TO UN-TICKER(WS-UN-POS)
    MOVE WS-ROW-LIQ    TO UN-LIQ(WS-UN-POS)
    MOVE "SEM_SETOR"   TO UN-SETOR(WS-UN-POS)
    MOVE 0             TO UN-GRUPO(WS-UN-POS)
    .

*> ==========================================================
*> RETORNOS DO UNIVERSO NA JANELA (daily_returns)
*> ==========================================================
CR-LEIA-RETORNOS.
    MOVE "N" TO WS-DAILY-EOF
    MOVE "N" TO WS-DAILY-HEADER-SKIP
    MOVE SPACES TO WS-DATA-CORR
    MOVE 0 TO WS-SS-TOTAL
    MOVE 0 TO WS-SS-POS

    OPEN INPUT DAILY-IN

    IF WS-DAILY-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-DAILY-EOF = "Y"
        READ DAILY-IN
            AT END
                MOVE "Y" TO WS-DAILY-EOF
            NOT AT END
                PERFORM CR-PROCESSA-RETORNO
        END-READ
    END-PERFORM

    CLOSE DAILY-IN

    *> Sessoes efetivamente no anel e seus extremos
    IF WS-SS-TOTAL > WS-JANELA
        MOVE WS-JANELA TO WS-SS-USADAS
    ELSE
        MOVE WS-SS-TOTAL TO WS-SS-USADAS
    END-IF

    MOVE WS-DATA-CORR TO WS-DATA-FIM
    MOVE SPACES TO WS-DATA-INICIO
    PERFORM VARYING WS-SS-IDX FROM 1 BY 1
        UNTIL WS-SS-IDX > WS-SS-USADAS
        IF WS-DATA-INICIO = SPACES
           OR SS-DATA(WS-SS-IDX) < WS-DATA-INICIO
            MOVE SS-DATA(WS-SS-IDX) TO WS-DATA-INICIO
        END-IF
    END-PERFORM
    .

CR-PROCESSA-RETORNO.
    IF WS-DAILY-HEADER-SKIP = "N"
        MOVE "Y" TO WS-DAILY-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS

    MOVE SPACES TO WS-DAILY-FIELDS
    UNSTRING DAILY-REC
      DELIMITED BY ","
      INTO DY-F-TRADEDATE DY-F-TICKER DY-F-RETLOG
    END-UNSTRING

    IF DY-F-TRADEDATE = SPACES OR DY-F-TICKER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE DY-F-TRADEDATE(1:10) TO WS-ROW-DATE
    MOVE DY-F-TICKER(1:12)    TO WS-ROW-TICKER

    *> Sessoes depois da data de referencia nao entram
    IF WS-ROW-DATE > WS-DATA-REF
        EXIT PARAGRAPH
    END-IF

    IF WS-DATA-CORR NOT = SPACES AND WS-ROW-DATE < WS-DATA-CORR
        ADD 1 TO WS-QTD-FORA-ORDEM
        EXIT PARAGRAPH
    END-IF

    *> Nova sessao: ocupa a proxima posicao do anel
    IF WS-ROW-DATE NOT = WS-DATA-CORR
        MOVE WS-ROW-DATE TO WS-DATA-CORR
        ADD 1 TO WS-SS-TOTAL
        ADD 1 TO WS-SS-POS
        IF WS-SS-POS > WS-JANELA
            MOVE 1 TO WS-SS-POS
        END-IF
        MOVE WS-ROW-DATE TO SS-DATA(WS-SS-POS)
        PERFORM VARYING WS-UN-IDX FROM 1 BY 1
            UNTIL WS-UN-IDX > WS-UN-COUNT
            MOVE 0   TO SS-RET(WS-SS-POS, WS-UN-IDX)
            MOVE "N" TO SS-PRESENTE(WS-SS-POS, WS-UN-IDX)
        END-PERFORM
    END-IF

    *> Primeira linha do ticker nao tem retorno
    IF DY-F-RETLOG = SPACES
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(DY-F-RETLOG) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-UN-FOUND
    PERFORM VARYING WS-UN-IDX FROM 1 BY 1
        UNTIL WS-UN-IDX > WS-UN-COUNT
           OR WS-UN-FOUND = "Y"
        IF UN-TICKER(WS-UN-IDX) = WS-ROW-TICKER
            MOVE "Y" TO WS-UN-FOUND
            MOVE WS-UN-IDX TO WS-UN-POS
        END-IF
    END-PERFORM

    IF WS-UN-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-ROW-RET = FUNCTION NUMVAL(DY-F-RETLOG)
    MOVE WS-ROW-RET TO SS-RET(WS-SS-POS, WS-UN-POS)
    MOVE "Y"        TO SS-PRESENTE(WS-SS-POS, WS-UN-POS)
    ADD 1 TO WS-QTD-USADAS
    .

*> ==========================================================
*> SETOR DOS TICKERS DO UNIVERSO (data/ticker_setores.csv)
*> ==========================================================
CR-LEIA-SETORES.
    MOVE "N" TO WS-SETOR-EOF
    MOVE "N" TO WS-SETOR-HEADER-SKIP

    OPEN INPUT SETOR-IN

    IF WS-SETOR-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETOR-EOF = "Y"
            READ SETOR-IN
                AT END
                    MOVE "Y" TO WS-SETOR-EOF
                NOT AT END
                    PERFORM CR-PROCESSA-SETOR
            END-READ
        END-PERFORM

        CLOSE SETOR-IN
    ELSE
        DISPLAY "Aviso: data/ticker_setores.csv ausente - grupos "
                "sairao com setor SEM_SETOR"
    END-IF
    .

*> Linha esperada: TickerSymbol,Setor,Subsetor
CR-PROCESSA-SETOR.
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

    PERFORM VARYING WS-UN-IDX FROM 1 BY 1
        UNTIL WS-UN-IDX > WS-UN-COUNT
        IF UN-TICKER(WS-UN-IDX) = SE-F-TICKER(1:12)
            MOVE SE-F-SETOR TO UN-SETOR(WS-UN-IDX)
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> MATRIZ DE CORRELACAO
*> ==========================================================
CR-CALCULA-MATRIZ.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UN-COUNT
        MOVE 1    TO CR-VALOR(WS-I, WS-I)
        MOVE 0    TO CR-NCOMUM(WS-I, WS-I)
        MOVE "OK" TO CR-SITUACAO(WS-I, WS-I)
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UN-COUNT
            IF WS-J > WS-I
                PERFORM CR-CALCULA-PAR
                MOVE CR-VALOR(WS-I, WS-J)    TO CR-VALOR(WS-J, WS-I)
                MOVE CR-NCOMUM(WS-I, WS-J)   TO CR-NCOMUM(WS-J, WS-I)
                MOVE CR-SITUACAO(WS-I, WS-J) TO CR-SITUACAO(WS-J, WS-I)
            END-IF
        END-PERFORM
    END-PERFORM
    .

*> Pearson dos retornos de WS-I e WS-J nas sessoes da janela em que
*> os dois negociaram
CR-CALCULA-PAR.
    MOVE 0 TO WS-NCOMUM
    MOVE 0 TO WS-SX
    MOVE 0 TO WS-SY
    MOVE 0 TO WS-SXX
    MOVE 0 TO WS-SYY
    MOVE 0 TO WS-SXY

    PERFORM VARYING WS-SS-IDX FROM 1 BY 1
        UNTIL WS-SS-IDX > WS-SS-USADAS
        IF SS-PRESENTE(WS-SS-IDX, WS-I) = "Y"
           AND SS-PRESENTE(WS-SS-IDX, WS-J) = "Y"
            ADD 1 TO WS-NCOMUM
            COMPUTE WS-SX = WS-SX + SS-RET(WS-SS-IDX, WS-I)
            COMPUTE WS-SY = WS-SY + SS-RET(WS-SS-IDX, WS-J)
            COMPUTE WS-SXX = WS-SXX
                + SS-RET(WS-SS-IDX, WS-I) * SS-RET(WS-SS-IDX, WS-I)
            COMPUTE WS-SYY = WS-SYY
                + SS-RET(WS-SS-IDX, WS-J) * SS-RET(WS-SS-IDX, WS-J)
            COMPUTE WS-SXY = WS-SXY
                + SS-RET(WS-SS-IDX, WS-I) * SS-RET(WS-SS-IDX, WS-J)
        END-IF
    END-PERFORM

    ADD 1 TO WS-QTD-PARES
    MOVE WS-NCOMUM TO CR-NCOMUM(WS-I, WS-J)
    MOVE 0 TO CR-VALOR(WS-I, WS-J)

    IF WS-NCOMUM < WS-MIN-SESSOES
        MOVE "AMOSTRA_INSUFICIENTE" TO CR-SITUACAO(WS-I, WS-J)
        ADD 1 TO WS-QTD-PARES-AMOS
        EXIT PARAGRAPH
    END-IF

    MOVE WS-NCOMUM TO WS-N-F
    COMPUTE WS-VX  = WS-SXX - (WS-SX * WS-SX) / WS-N-F
    COMPUTE WS-VY  = WS-SYY - (WS-SY * WS-SY) / WS-N-F
    COMPUTE WS-CXY = WS-SXY - (WS-SX * WS-SY) / WS-N-F

    IF WS-VX NOT > 0 OR WS-VY NOT > 0
        MOVE "VARIANCIA_ZERO" TO CR-SITUACAO(WS-I, WS-J)
        ADD 1 TO WS-QTD-PARES-VAR
        EXIT PARAGRAPH
    END-IF

    COMPUTE CR-VALOR(WS-I, WS-J) =
        WS-CXY / FUNCTION SQRT(WS-VX * WS-VY)

    *> Arredondamento pode passar de 1 em modulo
    IF CR-VALOR(WS-I, WS-J) > 1
        MOVE 1 TO CR-VALOR(WS-I, WS-J)
    END-IF
    IF CR-VALOR(WS-I, WS-J) < -1
        MOVE -1 TO CR-VALOR(WS-I, WS-J)
    END-IF

    MOVE "OK" TO CR-SITUACAO(WS-I, WS-J)
    ADD 1 TO WS-QTD-PARES-OK
    .

*> ==========================================================
*> GRUPOS: BUSCA EM LARGURA SOBRE OS PARES ACIMA DO LIMIAR
*> ==========================================================
*> Percorre o universo em ordem de liquidez; cada ticker ainda sem
*> grupo abre um grupo novo, que recebe todos os tickers alcancaveis
*> por pares OK com correlacao >= limiar. Grupo de um ticker so' volta
*> a zero (nao e' gravado).
CR-MONTA-GRUPOS.
    MOVE 0 TO WS-QTD-GRUPOS
    MOVE 0 TO WS-QTD-EM-GRUPOS

    PERFORM VARYING WS-UN-IDX FROM 1 BY 1
        UNTIL WS-UN-IDX > WS-UN-COUNT
        IF UN-GRUPO(WS-UN-IDX) = 0
            COMPUTE WS-GRUPO-CORR = WS-QTD-GRUPOS + 1
            MOVE WS-GRUPO-CORR TO UN-GRUPO(WS-UN-IDX)
            MOVE 1 TO WS-FILA-INI
            MOVE 1 TO WS-FILA-FIM
            MOVE WS-UN-IDX TO WS-FILA-ITEM(1)

            PERFORM UNTIL WS-FILA-INI > WS-FILA-FIM
                MOVE WS-FILA-ITEM(WS-FILA-INI) TO WS-I
                ADD 1 TO WS-FILA-INI
                PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-UN-COUNT
                    IF UN-GRUPO(WS-J) = 0
                       AND CR-SITUACAO(WS-I, WS-J) = "OK"
                       AND CR-VALOR(WS-I, WS-J) >= WS-LIMIAR-GRUPO
                        MOVE WS-GRUPO-CORR TO UN-GRUPO(WS-J)
                        ADD 1 TO WS-FILA-FIM
                        MOVE WS-J TO WS-FILA-ITEM(WS-FILA-FIM)
                    END-IF
                END-PERFORM
            END-PERFORM

            IF WS-FILA-FIM > 1
                ADD 1 TO WS-QTD-GRUPOS
                ADD WS-FILA-FIM TO WS-QTD-EM-GRUPOS
            ELSE
                MOVE 0 TO UN-GRUPO(WS-UN-IDX)
            END-IF
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> SAIDAS
*> ==========================================================
CR-GRAVA-PARES.
    OPEN OUTPUT PARES-OUT
    MOVE "DataReferencia,InicioJanela,TickerA,TickerB,SetorA,SetorB,SessoesComuns,Correlacao,Situacao,MesmoGrupo"
        TO PARES-REC
    WRITE PARES-REC

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UN-COUNT
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UN-COUNT
            IF WS-J > WS-I
                PERFORM CR-GRAVA-PAR
            END-IF
        END-PERFORM
    END-PERFORM

    CLOSE PARES-OUT
    .

CR-GRAVA-PAR.
    PERFORM CR-FORMATA-CORREL
    MOVE CR-NCOMUM(WS-I, WS-J) TO WS-N-TXT

    MOVE SPACES TO PARES-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-REF             DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-DATA-INICIO          DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        UN-TICKER(WS-I)         DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        UN-TICKER(WS-J)         DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        UN-SETOR(WS-I)          DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        UN-SETOR(WS-J)          DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-N-TXT                DELIMITED BY SIZE
        ","                     DELIMITED BY SIZE
        WS-CORREL-OUT           DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        CR-SITUACAO(WS-I, WS-J) DELIMITED BY SPACE
        ","                     DELIMITED BY SIZE
        INTO PARES-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    IF UN-GRUPO(WS-I) > 0 AND UN-GRUPO(WS-I) = UN-GRUPO(WS-J)
        STRING "Y" DELIMITED BY SIZE
            INTO PARES-REC WITH POINTER WS-STR-PTR
        END-STRING
    ELSE
        STRING "N" DELIMITED BY SIZE
            INTO PARES-REC WITH POINTER WS-STR-PTR
        END-STRING
    END-IF

    WRITE PARES-REC
    .

*> Correlacao do par WS-I/WS-J em WS-CORREL-OUT; vazio quando o par
*> nao tem numero (situacao diferente de OK)
CR-FORMATA-CORREL.
    MOVE SPACES TO WS-CORREL-OUT
    IF CR-SITUACAO(WS-I, WS-J) = "OK"
        IF CR-VALOR(WS-I, WS-J) < 0
            MOVE CR-VALOR(WS-I, WS-J) TO WS-CORREL-NEG-TXT
            MOVE WS-CORREL-NEG-TXT TO WS-CORREL-OUT
        ELSE
            MOVE CR-VALOR(WS-I, WS-J) TO WS-CORREL-POS-TXT
            MOVE WS-CORREL-POS-TXT TO WS-CORREL-OUT
        END-IF
    END-IF
    .

*> Matriz quadrada: primeira linha com os tickers do universo (ordem
*> de liquidez), depois uma linha por ticker
CR-GRAVA-MATRIZ.
    OPEN OUTPUT MATRIZ-OUT

    MOVE SPACES TO MATRIZ-REC
    MOVE 1 TO WS-STR-PTR
    STRING "TickerSymbol" DELIMITED BY SIZE
        INTO MATRIZ-REC WITH POINTER WS-STR-PTR
    END-STRING
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UN-COUNT
        STRING
            ","             DELIMITED BY SIZE
            UN-TICKER(WS-J) DELIMITED BY SPACE
            INTO MATRIZ-REC WITH POINTER WS-STR-PTR
        END-STRING
    END-PERFORM
    WRITE MATRIZ-REC

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UN-COUNT
        MOVE SPACES TO MATRIZ-REC
        MOVE 1 TO WS-STR-PTR
        STRING UN-TICKER(WS-I) DELIMITED BY SPACE
            INTO MATRIZ-REC WITH POINTER WS-STR-PTR
        END-STRING
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UN-COUNT
            PERFORM CR-FORMATA-CORREL
            STRING
                ","           DELIMITED BY SIZE
                WS-CORREL-OUT DELIMITED BY SPACE
                INTO MATRIZ-REC WITH POINTER WS-STR-PTR
            END-STRING
        END-PERFORM
        WRITE MATRIZ-REC
    END-PERFORM

    CLOSE MATRIZ-OUT
    .

*> Um registro por ticker de cada grupo, com o tamanho do grupo e a
*> correlacao media e minima entre os pares do grupo
CR-GRAVA-GRUPOS.
    OPEN OUTPUT GRUPOS-OUT
    MOVE "DataReferencia,InicioJanela,Grupo,TamanhoGrupo,CorrelMediaGrupo,CorrelMinimaGrupo,TickerSymbol,Setor,IndiceLiquidez"
        TO GRUPOS-REC
    WRITE GRUPOS-REC

    PERFORM VARYING WS-GRUPO-CORR FROM 1 BY 1
        UNTIL WS-GRUPO-CORR > WS-QTD-GRUPOS
        PERFORM CR-ESTATISTICA-GRUPO
        PERFORM VARYING WS-UN-IDX FROM 1 BY 1
            UNTIL WS-UN-IDX > WS-UN-COUNT
            IF UN-GRUPO(WS-UN-IDX) = WS-GRUPO-CORR
                PERFORM CR-GRAVA-MEMBRO
            END-IF
        END-PERFORM
    END-PERFORM

    CLOSE GRUPOS-OUT
    .

CR-ESTATISTICA-GRUPO.
    MOVE 0 TO WS-GRUPO-TAM
    MOVE 0 TO WS-GRUPO-SOMA
    MOVE 0 TO WS-GRUPO-NPARES
    MOVE 1 TO WS-GRUPO-MINIMA

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-UN-COUNT
        IF UN-GRUPO(WS-I) = WS-GRUPO-CORR
            ADD 1 TO WS-GRUPO-TAM
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-UN-COUNT
                IF WS-J > WS-I
                   AND UN-GRUPO(WS-J) = WS-GRUPO-CORR
                   AND CR-SITUACAO(WS-I, WS-J) = "OK"
                    ADD 1 TO WS-GRUPO-NPARES
                    COMPUTE WS-GRUPO-SOMA =
                        WS-GRUPO-SOMA + CR-VALOR(WS-I, WS-J)
                    IF CR-VALOR(WS-I, WS-J) < WS-GRUPO-MINIMA
                        MOVE CR-VALOR(WS-I, WS-J) TO WS-GRUPO-MINIMA
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    IF WS-GRUPO-NPARES > 0
        COMPUTE WS-GRUPO-MEDIA = WS-GRUPO-SOMA / WS-GRUPO-NPARES
    ELSE
        MOVE 0 TO WS-GRUPO-MEDIA
    END-IF
    .

CR-GRAVA-MEMBRO.
    MOVE WS-GRUPO-CORR   TO WS-N-TXT
    MOVE WS-GRUPO-TAM    TO WS-N2-TXT
    MOVE WS-GRUPO-MEDIA  TO WS-MEDIA-TXT
    MOVE WS-GRUPO-MINIMA TO WS-MINIMA-TXT
    MOVE UN-LIQ(WS-UN-IDX) TO WS-LIQ-TXT

    MOVE SPACES TO GRUPOS-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-REF           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-DATA-INICIO        DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-N-TXT              DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-N2-TXT             DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-MEDIA-TXT          DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-MINIMA-TXT         DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        UN-TICKER(WS-UN-IDX)  DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        UN-SETOR(WS-UN-IDX)   DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-LIQ-TXT            DELIMITED BY SIZE
        INTO GRUPOS-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE GRUPOS-REC
    .
