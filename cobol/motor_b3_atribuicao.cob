       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-ATRIBUICAO.

*> Atribuicao de performance das carteiras contra o IBOVESPA por
*> setor (Brinson-Fachler: alocacao, selecao e interacao), sobre um
*> intervalo de datas do historico datado gravado pelo
*> MOTOR-B3-CARTEIRA (processados/carteira_valoracao_hist_cobol.csv).
*>
*> Para cada carteira e data do intervalo:
*>   - peso e retorno da carteira no setor saem das posicoes marcadas
*>     na data: valor de abertura = ValorMercado - PnLDiario, retorno =
*>     PnLDiario / valor de abertura (setor de data/ticker_setores.csv;
*>     ticker sem cadastro cai em SEM_SETOR, como no motor);
*>   - retorno do setor no benchmark = RetornoDia (log, convertido em
*>     simples) das linhas Tipo SETOR de processados/
*>     setor_indice_cobol.csv; setor sem linha na data usa o retorno
*>     do IBOVESPA;
*>   - peso do setor no benchmark = VolumeShare de processados/
*>     setor_metrics_cobol.csv na data (o indice setorial do motor e'
*>     ponderado por volume, entao a mesma base vale para os pesos),
*>     renormalizado para somar 1;
*>   - retorno do IBOVESPA = fechamento sobre o fechamento anterior de
*>     data/ibov_indice.csv.
*> Alocacao = (wp - wb) x (rb - Rb), selecao = wb x (rp - rb),
*> interacao = (wp - wb) x (rp - rb), com Rb = soma de wb x rb. A
*> diferenca entre Rb e o IBOVESPA do dia sai numa linha propria
*> (RESIDUO_IBOV), para a soma dos efeitos fechar no excesso sobre o
*> indice publicado.
*>
*> Os efeitos diarios sao encadeados no intervalo pelos fatores de
*> Carino (k do dia / K do periodo), de modo que a linha TOTAL de cada
*> carteira fecha exatamente: soma dos efeitos por setor + residuo =
*> retorno composto da carteira - retorno composto do IBOVESPA.
*>
*> Intervalo pelos parametros ATRIB_DATA_INICIO / ATRIB_DATA_FIM em
*> data/motor_b3_parametros.csv (ausentes: todo o historico). Dias sem
*> retorno do IBOVESPA ou com carteira de valor de abertura nao
*> positivo ficam fora e sao contados no console.
*>
*> Saida: processados/carteira_atribuicao_cobol.csv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Mesmo arquivo de parametros do motor (ATRIB_DATA_INICIO,
    *> ATRIB_DATA_FIM)
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    *> Historico datado da valoracao por posicao (MOTOR-B3-CARTEIRA)
    SELECT VALHIST-IN
        ASSIGN TO "processados/carteira_valoracao_hist_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALHIST-FILE-STATUS.

    SELECT SETOR-IN
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETOR-FILE-STATUS.

    SELECT IBOV-IN
        ASSIGN TO "data/ibov_indice.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IBOV-FILE-STATUS.

    *> Serie de indice setorial da Fase 2 do motor
    SELECT SETORIDX-IN
        ASSIGN TO "processados/setor_indice_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETORIDX-FILE-STATUS.

    *> Agregados por setor da Fase 3 do motor (VolumeShare)
    SELECT SETORMET-IN
        ASSIGN TO "processados/setor_metrics_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETORMET-FILE-STATUS.

    SELECT ATRIB-OUT
        ASSIGN TO "processados/carteira_atribuicao_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(128).

FD  VALHIST-IN.
01  VALHIST-REC          PIC X(256).

FD  SETOR-IN.
01  SETOR-REC            PIC X(256).

FD  IBOV-IN.
01  IBOV-REC             PIC X(128).

FD  SETORIDX-IN.
01  SETORIDX-REC         PIC X(128).

FD  SETORMET-IN.
01  SETORMET-REC         PIC X(256).

FD  ATRIB-OUT.
01  ATRIB-REC            PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-VALHIST-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-SETOR-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-IBOV-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-SETORIDX-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-SETORMET-FILE-STATUS PIC X(2)  VALUE "00".

01  WS-PARAM-EOF            PIC X     VALUE "N".
01  WS-PARAM-HEADER-SKIP    PIC X     VALUE "N".
01  WS-VALHIST-EOF          PIC X     VALUE "N".
01  WS-VALHIST-HEADER-SKIP  PIC X     VALUE "N".
01  WS-SETOR-EOF            PIC X     VALUE "N".
01  WS-SETOR-HEADER-SKIP    PIC X     VALUE "N".
01  WS-IBOV-EOF             PIC X     VALUE "N".
01  WS-IBOV-HEADER-SKIP     PIC X     VALUE "N".
01  WS-SETORIDX-EOF         PIC X     VALUE "N".
01  WS-SETORIDX-HEADER-SKIP PIC X     VALUE "N".
01  WS-SETORMET-EOF         PIC X     VALUE "N".
01  WS-SETORMET-HEADER-SKIP PIC X     VALUE "N".

01  WS-PARAM-FIELDS.
    05  PF-NOME   PIC X(30).
    05  PF-VALOR  PIC X(30).

*> Intervalo da atribuicao (SPACES = sem limite daquele lado)
01  WS-DATA-INICIO     PIC X(10) VALUE SPACES.
01  WS-DATA-FIM        PIC X(10) VALUE SPACES.
*> Primeira/ultima data efetivamente atribuida (saida)
01  WS-DATA-MIN        PIC X(10) VALUE SPACES.
01  WS-DATA-MAX        PIC X(10) VALUE SPACES.
01  WS-ROW-DATE        PIC X(10) VALUE SPACES.
01  WS-NA-JANELA       PIC X     VALUE "N".

*> ---------- CADASTRO DE SETORES ----------
01  WS-SETOR-FIELDS.
    05  SE-F-TICKER    PIC X(20).
    05  SE-F-SETOR     PIC X(30).
    05  SE-F-SUBSETOR  PIC X(30).

01  WS-SETOR-TBL.
    05  WS-SETOR-ENTRY OCCURS 1 TO 5000 TIMES
            DEPENDING ON WS-SETOR-COUNT
            ASCENDING KEY IS SE-TICKER
            INDEXED BY WS-SETOR-TIDX.
        10  SE-TICKER      PIC X(12).
        10  SE-SETOR       PIC X(30).
01  WS-SETOR-COUNT     PIC 9(4) VALUE 0.
01  WS-SETOR-INSPOS    PIC 9(4) VALUE 0.
01  WS-SETOR-SHIFT-IDX PIC 9(4) VALUE 0.

*> ---------- IBOVESPA ----------
01  WS-IBOV-FIELDS.
    05  IX-F-TRADEDATE PIC X(20).
    05  IX-F-CLOSE     PIC X(30).

*> Retorno simples do indice por data (mesma tecnica de PH-LEIA-IBOV
*> do motor: derivado na ordem do arquivo; nivel invalido quebra a
*> cadeia e a data fica sem retorno)
01  WS-IBOV-TBL.
    05  WS-IBOV-ENTRY OCCURS 1 TO 5000 TIMES
            DEPENDING ON WS-IBOV-COUNT
            ASCENDING KEY IS IX-DATE
            INDEXED BY WS-IBOV-TIDX.
        10  IX-DATE        PIC X(10).
        10  IX-RET         USAGE COMP-2.
        10  IX-RET-OK      PIC X.
01  WS-IBOV-COUNT      PIC 9(4) VALUE 0.
01  WS-IBOV-INSPOS     PIC 9(4) VALUE 0.
01  WS-IBOV-SHIFT-IDX  PIC 9(4) VALUE 0.
01  WS-IBOV-CLOSE      PIC 9(9)V9(4) VALUE 0.
01  WS-IBOV-PREV-CLOSE PIC 9(9)V9(4) VALUE 0.
01  WS-IBOV-NEW-DATE   PIC X(10) VALUE SPACES.
01  WS-IBOV-NEW-RET    USAGE COMP-2 VALUE 0.
01  WS-IBOV-NEW-OK     PIC X     VALUE "N".

*> ---------- BENCHMARK POR SETOR E DATA ----------
01  WS-SETORIDX-FIELDS.
    05  SX-F-TRADEDATE PIC X(20).
    05  SX-F-TIPO      PIC X(10).
    05  SX-F-SETOR     PIC X(30).
    05  SX-F-SUBSETOR  PIC X(30).
    05  SX-F-RET       PIC X(20).
    05  SX-F-NIVEL     PIC X(20).

01  WS-SETORMET-FIELDS.
    05  SM-F-TRADEDATE PIC X(20).
    05  SM-F-SETOR     PIC X(30).
    05  SM-F-NTICKERS  PIC X(10).
    05  SM-F-VOLJAN    PIC X(30).
    05  SM-F-NEGJAN    PIC X(30).
    05  SM-F-SHARE     PIC X(20).
    05  SM-F-HHI       PIC X(20).

*> Uma entrada por data/setor dentro do intervalo, juntando o
*> retorno do indice setorial e a fatia de volume do setor
01  WS-BM-TBL.
    05  WS-BM-ENTRY OCCURS 1 TO 20000 TIMES
            DEPENDING ON WS-BM-COUNT
            ASCENDING KEY IS BM-CHAVE
            INDEXED BY WS-BM-TIDX.
        10  BM-CHAVE.
            15  BM-DATA    PIC X(10).
            15  BM-SETOR   PIC X(30).
        10  BM-RET         USAGE COMP-2.
        10  BM-RET-OK      PIC X.
        10  BM-PESO        USAGE COMP-2.
        10  BM-PESO-OK     PIC X.
01  WS-BM-COUNT        PIC 9(5) VALUE 0.
01  WS-BM-IDX          PIC 9(5) VALUE 0.
01  WS-BM-INSPOS       PIC 9(5) VALUE 0.
01  WS-BM-SHIFT-IDX    PIC 9(5) VALUE 0.
01  WS-BM-FOUND        PIC X    VALUE "N".
01  WS-BM-PTR          PIC 9(5) VALUE 0.
01  WS-BM-DROP-COUNT   PIC 9(9) VALUE 0.
01  WS-BM-NEW-CHAVE.
    05  WS-BM-NEW-DATA  PIC X(10).
    05  WS-BM-NEW-SETOR PIC X(30).

*> ---------- POSICOES DO HISTORICO POR DATA/CARTEIRA/SETOR ----------
01  WS-VALHIST-FIELDS.
    05  VH-F-TRADEDATE PIC X(20).
    05  VH-F-PORTF     PIC X(20).
    05  VH-F-TICKER    PIC X(20).
    05  VH-F-QTY       PIC X(20).
    05  VH-F-CUSTO     PIC X(20).
    05  VH-F-PRECO     PIC X(20).
    05  VH-F-DATAPRECO PIC X(20).
    05  VH-F-FONTE     PIC X(20).
    05  VH-F-MV        PIC X(25).
    05  VH-F-PNLDIA    PIC X(25).

*> Ordenada por data/carteira/setor: o historico e' gravado em
*> ordem de data, entao a insercao quase nunca desloca, e cada
*> data/carteira fica contigua para o calculo do dia.
01  WS-PS-TBL.
    05  WS-PS-ENTRY OCCURS 1 TO 60000 TIMES
            DEPENDING ON WS-PS-COUNT
            ASCENDING KEY IS PS-CHAVE
            INDEXED BY WS-PS-TIDX.
        10  PS-CHAVE.
            15  PS-DATA    PIC X(10).
            15  PS-PORTF   PIC X(12).
            15  PS-SETOR   PIC X(30).
        10  PS-BASE        USAGE COMP-2.
        10  PS-PNL         USAGE COMP-2.
01  WS-PS-COUNT        PIC 9(5) VALUE 0.
01  WS-PS-IDX          PIC 9(5) VALUE 0.
01  WS-PS-INSPOS       PIC 9(5) VALUE 0.
01  WS-PS-SHIFT-IDX    PIC 9(5) VALUE 0.
01  WS-PS-FOUND        PIC X    VALUE "N".
01  WS-PS-DROP-COUNT   PIC 9(9) VALUE 0.
01  WS-PS-INI          PIC 9(5) VALUE 0.
01  WS-PS-FIM          PIC 9(5) VALUE 0.
01  WS-PS-NEW-CHAVE.
    05  WS-PS-NEW-DATA  PIC X(10).
    05  WS-PS-NEW-PORTF PIC X(12).
    05  WS-PS-NEW-SETOR PIC X(30).

01  WS-MV-N            USAGE COMP-2 VALUE 0.
01  WS-PNL-N           USAGE COMP-2 VALUE 0.
01  WS-BASE-N          USAGE COMP-2 VALUE 0.

*> ---------- TABELA DE TRABALHO DO DIA (setores da data) ----------
01  WS-DW-TBL.
    05  WS-DW-ENTRY OCCURS 100 TIMES.
        10  DW-SETOR       PIC X(30).
        10  DW-WP          USAGE COMP-2.
        10  DW-RP          USAGE COMP-2.
        10  DW-WB          USAGE COMP-2.
        10  DW-RB          USAGE COMP-2.
        10  DW-TEM-P       PIC X.
01  WS-DW-COUNT        PIC 9(3) VALUE 0.
01  WS-DW-IDX          PIC 9(3) VALUE 0.
01  WS-DW-FOUND        PIC X    VALUE "N".
01  WS-DW-FOUND-IDX    PIC 9(3) VALUE 0.

01  WS-DIA-DATA        PIC X(10) VALUE SPACES.
01  WS-DIA-PORTF       PIC X(12) VALUE SPACES.
01  WS-DIA-V-F         USAGE COMP-2 VALUE 0.
01  WS-DIA-PNL-F       USAGE COMP-2 VALUE 0.
01  WS-DIA-R-F         USAGE COMP-2 VALUE 0.
01  WS-DIA-B-F         USAGE COMP-2 VALUE 0.
01  WS-DIA-BSEC-F      USAGE COMP-2 VALUE 0.
01  WS-DIA-SWB-F       USAGE COMP-2 VALUE 0.
01  WS-DIA-K-F         USAGE COMP-2 VALUE 0.
01  WS-DIA-OK          PIC X    VALUE "N".

*> Efeitos do setor no dia
01  WS-ALOC-F          USAGE COMP-2 VALUE 0.
01  WS-SEL-F           USAGE COMP-2 VALUE 0.
01  WS-INT-F           USAGE COMP-2 VALUE 0.

*> Fatores de Carino: k = (ln(1+R) - ln(1+B)) / (R - B); cada LOG
*> numa variavel a parte e o denominador tambem (cautelas de
*> WS-EXP-SUM-R e WS-NOBS-MENOS-1 do motor)
01  WS-UM-MAIS-F       USAGE COMP-2 VALUE 0.
01  WS-LN-R-F          USAGE COMP-2 VALUE 0.
01  WS-LN-B-F          USAGE COMP-2 VALUE 0.
01  WS-DIF-F           USAGE COMP-2 VALUE 0.
01  WS-DIF-ABS-F       USAGE COMP-2 VALUE 0.
01  WS-LN-DIF-F        USAGE COMP-2 VALUE 0.
01  WS-EXP-F           USAGE COMP-2 VALUE 0.
*> Abaixo disto R e B sao tratados como iguais (k = 1 / (1 + R))
01  WS-CARINO-EPS      USAGE COMP-2 VALUE 1.0E-12.

*> ---------- ACUMULADOS POR CARTEIRA ----------
*> Busca linear: o numero de carteiras distintas e' pequeno.
01  WS-PA-TBL.
    05  WS-PA-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON WS-PA-COUNT.
        10  PA-PORTF       PIC X(12).
        10  PA-NDIAS       PIC 9(5).
        10  PA-SUM-LNR     USAGE COMP-2.
        10  PA-SUM-LNB     USAGE COMP-2.
        10  PA-RESID-K     USAGE COMP-2.
01  WS-PA-COUNT        PIC 9(3) VALUE 0.
01  WS-PA-IDX          PIC 9(3) VALUE 0.
01  WS-PA-FOUND        PIC X    VALUE "N".
01  WS-PA-FOUND-IDX    PIC 9(3) VALUE 0.
01  WS-PA-DROP-COUNT   PIC 9(9) VALUE 0.

*> ---------- ACUMULADOS POR CARTEIRA/SETOR ----------
01  WS-PSA-TBL.
    05  WS-PSA-ENTRY OCCURS 1 TO 4000 TIMES
            DEPENDING ON WS-PSA-COUNT
            ASCENDING KEY IS PSA-CHAVE
            INDEXED BY WS-PSA-TIDX.
        10  PSA-CHAVE.
            15  PSA-PORTF  PIC X(12).
            15  PSA-SETOR  PIC X(30).
        10  PSA-SUM-WP     USAGE COMP-2.
        10  PSA-SUM-WB     USAGE COMP-2.
        10  PSA-LNRP       USAGE COMP-2.
        10  PSA-LNRB       USAGE COMP-2.
        10  PSA-NDIAS-P    PIC 9(5).
        10  PSA-ALOC-K     USAGE COMP-2.
        10  PSA-SEL-K      USAGE COMP-2.
        10  PSA-INT-K      USAGE COMP-2.
01  WS-PSA-COUNT       PIC 9(4) VALUE 0.
01  WS-PSA-IDX         PIC 9(4) VALUE 0.
01  WS-PSA-INSPOS      PIC 9(4) VALUE 0.
01  WS-PSA-SHIFT-IDX   PIC 9(4) VALUE 0.
01  WS-PSA-FOUND       PIC X    VALUE "N".
01  WS-PSA-DROP-COUNT  PIC 9(9) VALUE 0.
01  WS-PSA-NEW-CHAVE.
    05  WS-PSA-NEW-PORTF PIC X(12).
    05  WS-PSA-NEW-SETOR PIC X(30).

*> ---------- SAIDA ----------
01  WS-R-PER-F         USAGE COMP-2 VALUE 0.
01  WS-B-PER-F         USAGE COMP-2 VALUE 0.
01  WS-K-PER-F         USAGE COMP-2 VALUE 0.
01  WS-NDIAS-F         USAGE COMP-2 VALUE 0.
01  WS-TOT-ALOC-F      USAGE COMP-2 VALUE 0.
01  WS-TOT-SEL-F       USAGE COMP-2 VALUE 0.
01  WS-TOT-INT-F       USAGE COMP-2 VALUE 0.
01  WS-OUT-F           USAGE COMP-2 VALUE 0.
01  WS-EFEITO-F        USAGE COMP-2 VALUE 0.

01  WS-NDIAS-TXT       PIC 9(5).
01  WS-PESO-TXT        PIC -9(3).9(6).
01  WS-RET-TXT         PIC -9(3).9(8).
01  WS-PESOP-OUT       PIC X(11) VALUE SPACES.
01  WS-PESOB-OUT       PIC X(11) VALUE SPACES.
01  WS-RETP-OUT        PIC X(13) VALUE SPACES.
01  WS-RETB-OUT        PIC X(13) VALUE SPACES.
01  WS-ALOC-OUT        PIC X(13) VALUE SPACES.
01  WS-SEL-OUT         PIC X(13) VALUE SPACES.
01  WS-INT-OUT         PIC X(13) VALUE SPACES.
01  WS-EFEITO-OUT      PIC X(13) VALUE SPACES.
01  WS-LINHA-SETOR     PIC X(30) VALUE SPACES.

01  WS-STR-PTR         PIC 9(5) VALUE 0.

01  WS-QTD-LINHAS-HIST   PIC 9(9) VALUE 0.
01  WS-QTD-DIAS-ATRIB    PIC 9(9) VALUE 0.
01  WS-QTD-DIAS-SEM-IBOV PIC 9(9) VALUE 0.
01  WS-QTD-DIAS-SEM-BASE PIC 9(9) VALUE 0.
01  WS-QTD-LINHAS-SAIDA  PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 ATRIBUICAO (Brinson por setor x IBOVESPA) ==="

    PERFORM AT-LEIA-PARAMETROS
    PERFORM AT-LEIA-SETORES
    PERFORM AT-LEIA-IBOV

    IF WS-IBOV-COUNT = 0
        DISPLAY "ERRO: data/ibov_indice.csv ausente ou vazio - sem "
                "benchmark para a atribuicao"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM AT-LEIA-SETOR-INDICE
    PERFORM AT-LEIA-SETOR-METRICS
    PERFORM AT-CARREGA-HISTORICO

    IF WS-PS-COUNT = 0
        DISPLAY "ERRO: processados/carteira_valoracao_hist_cobol.csv "
                "ausente ou sem posicoes no intervalo - rode o "
                "MOTOR-B3-CARTEIRA antes"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    *> Um calculo por data/carteira (grupos contiguos da tabela)
    MOVE 1 TO WS-BM-PTR
    MOVE 1 TO WS-PS-INI
    PERFORM UNTIL WS-PS-INI > WS-PS-COUNT
        MOVE WS-PS-INI TO WS-PS-FIM
        PERFORM UNTIL WS-PS-FIM >= WS-PS-COUNT
                   OR PS-DATA(WS-PS-FIM + 1)  NOT = PS-DATA(WS-PS-INI)
                   OR PS-PORTF(WS-PS-FIM + 1) NOT = PS-PORTF(WS-PS-INI)
            ADD 1 TO WS-PS-FIM
        END-PERFORM

        PERFORM AT-ATRIBUI-DIA

        COMPUTE WS-PS-INI = WS-PS-FIM + 1
    END-PERFORM

    PERFORM AT-GRAVA-ATRIBUICAO

    IF WS-PS-DROP-COUNT > 0 OR WS-BM-DROP-COUNT > 0
       OR WS-PA-DROP-COUNT > 0 OR WS-PSA-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: linhas alem da capacidade das tabelas "
                "(historico " WS-PS-DROP-COUNT ", benchmark "
                WS-BM-DROP-COUNT ", carteiras " WS-PA-DROP-COUNT
                ", carteira/setor " WS-PSA-DROP-COUNT
                ") - atribuicao INCOMPLETA ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-QTD-DIAS-SEM-IBOV > 0
        DISPLAY "Aviso: " WS-QTD-DIAS-SEM-IBOV " dias de carteira "
                "sem retorno do IBOVESPA ficaram fora da atribuicao"
    END-IF

    DISPLAY "Intervalo atribuido.................: " WS-DATA-MIN
            " a " WS-DATA-MAX
    DISPLAY "Linhas de historico no intervalo....: " WS-QTD-LINHAS-HIST
    DISPLAY "Carteiras...........................: " WS-PA-COUNT
    DISPLAY "Dias de carteira atribuidos.........: " WS-QTD-DIAS-ATRIB
    DISPLAY "Dias sem retorno do IBOVESPA........: " WS-QTD-DIAS-SEM-IBOV
    DISPLAY "Dias com valor de abertura <= 0.....: " WS-QTD-DIAS-SEM-BASE
    DISPLAY "Linhas de atribuicao gravadas.......: " WS-QTD-LINHAS-SAIDA
    DISPLAY "=== FIM MOTOR B3 ATRIBUICAO ==="

    GOBACK.

*> ==========================================================
*> PARAMETROS (ATRIB_DATA_INICIO, ATRIB_DATA_FIM)
*> ==========================================================
AT-LEIA-PARAMETROS.
    MOVE "N" TO WS-PARAM-EOF
    MOVE "N" TO WS-PARAM-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF
    .

AT-PROCESSA-PARAM.
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
        WHEN "ATRIB_DATA_INICIO"
            MOVE PF-VALOR(1:10) TO WS-DATA-INICIO
        WHEN "ATRIB_DATA_FIM"
            MOVE PF-VALOR(1:10) TO WS-DATA-FIM
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Data dentro do intervalo pedido? (resultado em WS-NA-JANELA)
AT-CONFERE-JANELA.
    MOVE "Y" TO WS-NA-JANELA

    IF WS-DATA-INICIO NOT = SPACES
       AND WS-ROW-DATE < WS-DATA-INICIO
        MOVE "N" TO WS-NA-JANELA
    END-IF

    IF WS-DATA-FIM NOT = SPACES
       AND WS-ROW-DATE > WS-DATA-FIM
        MOVE "N" TO WS-NA-JANELA
    END-IF
    .

*> ==========================================================
*> CADASTRO DE SETORES (data/ticker_setores.csv)
*> ==========================================================
AT-LEIA-SETORES.
    MOVE "N" TO WS-SETOR-EOF
    MOVE "N" TO WS-SETOR-HEADER-SKIP
    MOVE 0   TO WS-SETOR-COUNT

    OPEN INPUT SETOR-IN

    IF WS-SETOR-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETOR-EOF = "Y"
            READ SETOR-IN
                AT END
                    MOVE "Y" TO WS-SETOR-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-SETOR
            END-READ
        END-PERFORM

        CLOSE SETOR-IN
    ELSE
        DISPLAY "Aviso: data/ticker_setores.csv ausente - "
                "todas as posicoes entram em SEM_SETOR"
    END-IF
    .

*> Linha esperada: TickerSymbol,Setor,Subsetor
AT-PROCESSA-SETOR.
    IF WS-SETOR-HEADER-SKIP = "N"
        MOVE "Y" TO WS-SETOR-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF WS-SETOR-COUNT >= 5000
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

    *> Mesma tecnica de PH-INSERT-SETOR do motor
    MOVE WS-SETOR-COUNT TO WS-SETOR-INSPOS
    ADD 1 TO WS-SETOR-INSPOS

    PERFORM VARYING WS-SETOR-SHIFT-IDX FROM WS-SETOR-COUNT BY -1
        UNTIL WS-SETOR-SHIFT-IDX < 1
           OR SE-TICKER(WS-SETOR-SHIFT-IDX) < SE-F-TICKER(1:12)
        MOVE WS-SETOR-ENTRY(WS-SETOR-SHIFT-IDX)
            TO WS-SETOR-ENTRY(WS-SETOR-SHIFT-IDX + 1)
        MOVE WS-SETOR-SHIFT-IDX TO WS-SETOR-INSPOS
    END-PERFORM

    ADD 1 TO WS-SETOR-COUNT
    MOVE SE-F-TICKER(1:12) TO SE-TICKER(WS-SETOR-INSPOS)
    MOVE SE-F-SETOR        TO SE-SETOR(WS-SETOR-INSPOS)
    .

*> ==========================================================
*> IBOVESPA (data/ibov_indice.csv: TradeDate,IndexClose)
*> ==========================================================
AT-LEIA-IBOV.
    MOVE "N" TO WS-IBOV-EOF
    MOVE "N" TO WS-IBOV-HEADER-SKIP
    MOVE 0   TO WS-IBOV-COUNT
    MOVE 0   TO WS-IBOV-PREV-CLOSE

    OPEN INPUT IBOV-IN

    IF WS-IBOV-FILE-STATUS = "00"
        PERFORM UNTIL WS-IBOV-EOF = "Y"
            READ IBOV-IN
                AT END
                    MOVE "Y" TO WS-IBOV-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-IBOV
            END-READ
        END-PERFORM

        CLOSE IBOV-IN
    END-IF
    .

AT-PROCESSA-IBOV.
    IF WS-IBOV-HEADER-SKIP = "N"
        MOVE "Y" TO WS-IBOV-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF WS-IBOV-COUNT >= 5000
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-IBOV-FIELDS

    UNSTRING IBOV-REC
      DELIMITED BY ","
      INTO IX-F-TRADEDATE IX-F-CLOSE
    END-UNSTRING

    IF IX-F-TRADEDATE = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE IX-F-TRADEDATE(1:10) TO WS-IBOV-NEW-DATE
    MOVE 0 TO WS-IBOV-CLOSE

    IF IX-F-CLOSE NOT = SPACES
        IF FUNCTION TEST-NUMVAL(IX-F-CLOSE) = 0
            COMPUTE WS-IBOV-CLOSE = FUNCTION NUMVAL(IX-F-CLOSE)
        END-IF
    END-IF

    IF WS-IBOV-CLOSE > 0
        IF WS-IBOV-PREV-CLOSE > 0
            COMPUTE WS-IBOV-NEW-RET =
                WS-IBOV-CLOSE / WS-IBOV-PREV-CLOSE
            SUBTRACT 1 FROM WS-IBOV-NEW-RET
            MOVE "Y" TO WS-IBOV-NEW-OK
        ELSE
            MOVE 0   TO WS-IBOV-NEW-RET
            MOVE "N" TO WS-IBOV-NEW-OK
        END-IF
        MOVE WS-IBOV-CLOSE TO WS-IBOV-PREV-CLOSE
    ELSE
        MOVE 0   TO WS-IBOV-NEW-RET
        MOVE "N" TO WS-IBOV-NEW-OK
        MOVE 0   TO WS-IBOV-PREV-CLOSE
    END-IF

    MOVE WS-IBOV-COUNT TO WS-IBOV-INSPOS
    ADD 1 TO WS-IBOV-INSPOS

    PERFORM VARYING WS-IBOV-SHIFT-IDX FROM WS-IBOV-COUNT BY -1
        UNTIL WS-IBOV-SHIFT-IDX < 1
           OR IX-DATE(WS-IBOV-SHIFT-IDX) < WS-IBOV-NEW-DATE
        MOVE WS-IBOV-ENTRY(WS-IBOV-SHIFT-IDX)
            TO WS-IBOV-ENTRY(WS-IBOV-SHIFT-IDX + 1)
        MOVE WS-IBOV-SHIFT-IDX TO WS-IBOV-INSPOS
    END-PERFORM

    ADD 1 TO WS-IBOV-COUNT
    MOVE WS-IBOV-NEW-DATE TO IX-DATE(WS-IBOV-INSPOS)
    MOVE WS-IBOV-NEW-RET  TO IX-RET(WS-IBOV-INSPOS)
    MOVE WS-IBOV-NEW-OK   TO IX-RET-OK(WS-IBOV-INSPOS)
    .

*> ==========================================================
*> BENCHMARK POR SETOR: RETORNO (setor_indice) E PESO (setor_metrics)
*> ==========================================================
AT-LEIA-SETOR-INDICE.
    MOVE "N" TO WS-SETORIDX-EOF
    MOVE "N" TO WS-SETORIDX-HEADER-SKIP

    OPEN INPUT SETORIDX-IN

    IF WS-SETORIDX-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETORIDX-EOF = "Y"
            READ SETORIDX-IN
                AT END
                    MOVE "Y" TO WS-SETORIDX-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-SETOR-INDICE
            END-READ
        END-PERFORM

        CLOSE SETORIDX-IN
    ELSE
        DISPLAY "Aviso: processados/setor_indice_cobol.csv ausente - "
                "retorno de todos os setores no benchmark = IBOVESPA"
    END-IF
    .

*> Linha esperada: TradeDate,Tipo,Setor,Subsetor,RetornoDia,IndiceNivel
*> - so' as linhas Tipo SETOR entram (subsetor nao e' quebra da
*> atribuicao)
AT-PROCESSA-SETOR-INDICE.
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

    IF SX-F-TIPO NOT = "SETOR"
        EXIT PARAGRAPH
    END-IF

    MOVE SX-F-TRADEDATE(1:10) TO WS-ROW-DATE
    PERFORM AT-CONFERE-JANELA
    IF WS-NA-JANELA = "N"
        EXIT PARAGRAPH
    END-IF

    IF SX-F-RET = SPACES
       OR FUNCTION TEST-NUMVAL(SX-F-RET) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ROW-DATE TO WS-BM-NEW-DATA
    MOVE SX-F-SETOR  TO WS-BM-NEW-SETOR
    PERFORM AT-LOCALIZA-BM
    IF WS-BM-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    *> Log-retorno do indice setorial -> retorno simples
    COMPUTE WS-OUT-F = FUNCTION NUMVAL(SX-F-RET)
    COMPUTE WS-EXP-F = FUNCTION EXP(WS-OUT-F)
    COMPUTE BM-RET(WS-BM-IDX) = WS-EXP-F - 1
    MOVE "Y" TO BM-RET-OK(WS-BM-IDX)
    .

AT-LEIA-SETOR-METRICS.
    MOVE "N" TO WS-SETORMET-EOF
    MOVE "N" TO WS-SETORMET-HEADER-SKIP

    OPEN INPUT SETORMET-IN

    IF WS-SETORMET-FILE-STATUS = "00"
        PERFORM UNTIL WS-SETORMET-EOF = "Y"
            READ SETORMET-IN
                AT END
                    MOVE "Y" TO WS-SETORMET-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-SETOR-METRICS
            END-READ
        END-PERFORM

        CLOSE SETORMET-IN
    ELSE
        DISPLAY "Aviso: processados/setor_metrics_cobol.csv ausente - "
                "sem pesos setoriais no benchmark (toda a diferenca "
                "vai para alocacao contra o IBOVESPA)"
    END-IF
    .

*> Linha esperada: TradeDate,Setor,NTickersSetor,VolumeJanelaSetor,
*> NumNegociosJanelaSetor,VolumeShare,HHISetor
AT-PROCESSA-SETOR-METRICS.
    IF WS-SETORMET-HEADER-SKIP = "N"
        MOVE "Y" TO WS-SETORMET-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-SETORMET-FIELDS
    UNSTRING SETORMET-REC
      DELIMITED BY ","
      INTO SM-F-TRADEDATE SM-F-SETOR SM-F-NTICKERS SM-F-VOLJAN
           SM-F-NEGJAN SM-F-SHARE SM-F-HHI
    END-UNSTRING

    MOVE SM-F-TRADEDATE(1:10) TO WS-ROW-DATE
    PERFORM AT-CONFERE-JANELA
    IF WS-NA-JANELA = "N"
        EXIT PARAGRAPH
    END-IF

    IF SM-F-SHARE = SPACES
       OR FUNCTION TEST-NUMVAL(SM-F-SHARE) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ROW-DATE TO WS-BM-NEW-DATA
    MOVE SM-F-SETOR  TO WS-BM-NEW-SETOR
    PERFORM AT-LOCALIZA-BM
    IF WS-BM-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    COMPUTE BM-PESO(WS-BM-IDX) = FUNCTION NUMVAL(SM-F-SHARE)
    MOVE "Y" TO BM-PESO-OK(WS-BM-IDX)
    .

*> Localiza (ou cria, na posicao ordenada) a entrada data/setor de
*> WS-BM-NEW-CHAVE; WS-BM-FOUND = "N" so' quando a tabela esta' cheia
AT-LOCALIZA-BM.
    MOVE "N" TO WS-BM-FOUND
    MOVE 0   TO WS-BM-IDX

    IF WS-BM-COUNT > 0
        SEARCH ALL WS-BM-ENTRY
            AT END
                MOVE "N" TO WS-BM-FOUND
            WHEN BM-CHAVE(WS-BM-TIDX) = WS-BM-NEW-CHAVE
                MOVE "Y" TO WS-BM-FOUND
                SET WS-BM-IDX TO WS-BM-TIDX
        END-SEARCH
    END-IF

    IF WS-BM-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-BM-COUNT >= 20000
        ADD 1 TO WS-BM-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-BM-COUNT TO WS-BM-INSPOS
    ADD 1 TO WS-BM-INSPOS

    PERFORM VARYING WS-BM-SHIFT-IDX FROM WS-BM-COUNT BY -1
        UNTIL WS-BM-SHIFT-IDX < 1
           OR BM-CHAVE(WS-BM-SHIFT-IDX) < WS-BM-NEW-CHAVE
        MOVE WS-BM-ENTRY(WS-BM-SHIFT-IDX)
            TO WS-BM-ENTRY(WS-BM-SHIFT-IDX + 1)
        MOVE WS-BM-SHIFT-IDX TO WS-BM-INSPOS
    END-PERFORM

    ADD 1 TO WS-BM-COUNT
    MOVE WS-BM-NEW-CHAVE TO BM-CHAVE(WS-BM-INSPOS)
    MOVE 0   TO BM-RET(WS-BM-INSPOS)
    MOVE "N" TO BM-RET-OK(WS-BM-INSPOS)
    MOVE 0   TO BM-PESO(WS-BM-INSPOS)
    MOVE "N" TO BM-PESO-OK(WS-BM-INSPOS)
    MOVE WS-BM-INSPOS TO WS-BM-IDX
    MOVE "Y" TO WS-BM-FOUND
    .

*> ==========================================================
*> HISTORICO DA VALORACAO -> DATA/CARTEIRA/SETOR
*> ==========================================================
AT-CARREGA-HISTORICO.
    MOVE "N" TO WS-VALHIST-EOF
    MOVE "N" TO WS-VALHIST-HEADER-SKIP
    MOVE 0   TO WS-PS-COUNT

    OPEN INPUT VALHIST-IN

    IF WS-VALHIST-FILE-STATUS = "00"
        PERFORM UNTIL WS-VALHIST-EOF = "Y"
            READ VALHIST-IN
                AT END
                    MOVE "Y" TO WS-VALHIST-EOF
                NOT AT END
                    PERFORM AT-PROCESSA-HISTORICO
            END-READ
        END-PERFORM

        CLOSE VALHIST-IN
    END-IF
    .

*> Linha esperada (carteira_valoracao): TradeDate,PortfolioId,
*> TickerSymbol,Quantity,CostBasis,PrecoUsado,DataPreco,FontePreco,
*> ValorMercado,PnLDiario,PnLAcumulado,PesoCarteira. DataPreco pode
*> vir em branco, por isso o UNSTRING e' por "," simples.
AT-PROCESSA-HISTORICO.
    IF WS-VALHIST-HEADER-SKIP = "N"
        MOVE "Y" TO WS-VALHIST-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-VALHIST-FIELDS
    UNSTRING VALHIST-REC
      DELIMITED BY ","
      INTO VH-F-TRADEDATE VH-F-PORTF VH-F-TICKER VH-F-QTY VH-F-CUSTO
           VH-F-PRECO VH-F-DATAPRECO VH-F-FONTE VH-F-MV VH-F-PNLDIA
    END-UNSTRING

    MOVE VH-F-TRADEDATE(1:10) TO WS-ROW-DATE
    PERFORM AT-CONFERE-JANELA
    IF WS-NA-JANELA = "N"
        EXIT PARAGRAPH
    END-IF

    *> Posicao sem preco fica fora dos totais da carteira no resumo -
    *> fica fora aqui tambem
    IF VH-F-FONTE = "SEM_PRECO"
        EXIT PARAGRAPH
    END-IF

    IF VH-F-MV = SPACES
       OR FUNCTION TEST-NUMVAL(VH-F-MV) NOT = 0
       OR VH-F-PNLDIA = SPACES
       OR FUNCTION TEST-NUMVAL(VH-F-PNLDIA) NOT = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS-HIST

    COMPUTE WS-MV-N  = FUNCTION NUMVAL(VH-F-MV)
    COMPUTE WS-PNL-N = FUNCTION NUMVAL(VH-F-PNLDIA)
    COMPUTE WS-BASE-N = WS-MV-N - WS-PNL-N

    MOVE WS-ROW-DATE       TO WS-PS-NEW-DATA
    MOVE VH-F-PORTF(1:12)  TO WS-PS-NEW-PORTF

    *> Setor do ticker (SEM_SETOR sem cadastro, como no motor)
    MOVE "SEM_SETOR" TO WS-PS-NEW-SETOR
    IF WS-SETOR-COUNT > 0
        SEARCH ALL WS-SETOR-ENTRY
            AT END
                CONTINUE
            WHEN SE-TICKER(WS-SETOR-TIDX) = VH-F-TICKER(1:12)
                MOVE SE-SETOR(WS-SETOR-TIDX) TO WS-PS-NEW-SETOR
        END-SEARCH
    END-IF

    MOVE "N" TO WS-PS-FOUND
    IF WS-PS-COUNT > 0
        SEARCH ALL WS-PS-ENTRY
            AT END
                MOVE "N" TO WS-PS-FOUND
            WHEN PS-CHAVE(WS-PS-TIDX) = WS-PS-NEW-CHAVE
                MOVE "Y" TO WS-PS-FOUND
                SET WS-PS-IDX TO WS-PS-TIDX
        END-SEARCH
    END-IF

    IF WS-PS-FOUND = "N"
        IF WS-PS-COUNT >= 60000
            ADD 1 TO WS-PS-DROP-COUNT
            EXIT PARAGRAPH
        END-IF

        MOVE WS-PS-COUNT TO WS-PS-INSPOS
        ADD 1 TO WS-PS-INSPOS

        PERFORM VARYING WS-PS-SHIFT-IDX FROM WS-PS-COUNT BY -1
            UNTIL WS-PS-SHIFT-IDX < 1
               OR PS-CHAVE(WS-PS-SHIFT-IDX) < WS-PS-NEW-CHAVE
            MOVE WS-PS-ENTRY(WS-PS-SHIFT-IDX)
                TO WS-PS-ENTRY(WS-PS-SHIFT-IDX + 1)
            MOVE WS-PS-SHIFT-IDX TO WS-PS-INSPOS
        END-PERFORM

        ADD 1 TO WS-PS-COUNT
        MOVE WS-PS-NEW-CHAVE TO PS-CHAVE(WS-PS-INSPOS)
        MOVE 0 TO PS-BASE(WS-PS-INSPOS)
        MOVE 0 TO PS-PNL(WS-PS-INSPOS)
        MOVE WS-PS-INSPOS TO WS-PS-IDX
    END-IF

    COMPUTE PS-BASE(WS-PS-IDX) = PS-BASE(WS-PS-IDX) + WS-BASE-N
    COMPUTE PS-PNL(WS-PS-IDX)  = PS-PNL(WS-PS-IDX) + WS-PNL-N
    .

*> ==========================================================
*> ATRIBUICAO DE UM DIA DE UMA CARTEIRA (entradas WS-PS-INI..FIM)
*> ==========================================================
AT-ATRIBUI-DIA.
    MOVE PS-DATA(WS-PS-INI)  TO WS-DIA-DATA
    MOVE PS-PORTF(WS-PS-INI) TO WS-DIA-PORTF

    MOVE 0 TO WS-DIA-V-F
    MOVE 0 TO WS-DIA-PNL-F
    PERFORM VARYING WS-PS-IDX FROM WS-PS-INI BY 1
        UNTIL WS-PS-IDX > WS-PS-FIM
        COMPUTE WS-DIA-V-F   = WS-DIA-V-F + PS-BASE(WS-PS-IDX)
        COMPUTE WS-DIA-PNL-F = WS-DIA-PNL-F + PS-PNL(WS-PS-IDX)
    END-PERFORM

    IF WS-DIA-V-F NOT > 0
        ADD 1 TO WS-QTD-DIAS-SEM-BASE
        EXIT PARAGRAPH
    END-IF

    *> Retorno do IBOVESPA na data
    MOVE "N" TO WS-DIA-OK
    SEARCH ALL WS-IBOV-ENTRY
        AT END
            MOVE "N" TO WS-DIA-OK
        WHEN IX-DATE(WS-IBOV-TIDX) = WS-DIA-DATA
            IF IX-RET-OK(WS-IBOV-TIDX) = "Y"
                MOVE "Y" TO WS-DIA-OK
                MOVE IX-RET(WS-IBOV-TIDX) TO WS-DIA-B-F
            END-IF
    END-SEARCH

    IF WS-DIA-OK = "N"
        ADD 1 TO WS-QTD-DIAS-SEM-IBOV
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-DIA-R-F = WS-DIA-PNL-F / WS-DIA-V-F

    PERFORM AT-MONTA-SETORES-DIA

    *> Fator de Carino do dia
    MOVE WS-DIA-R-F TO WS-UM-MAIS-F
    ADD 1 TO WS-UM-MAIS-F
    IF WS-UM-MAIS-F NOT > 0
        ADD 1 TO WS-QTD-DIAS-SEM-BASE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-LN-R-F = FUNCTION LOG(WS-UM-MAIS-F)

    MOVE WS-DIA-B-F TO WS-UM-MAIS-F
    ADD 1 TO WS-UM-MAIS-F
    COMPUTE WS-LN-B-F = FUNCTION LOG(WS-UM-MAIS-F)

    COMPUTE WS-DIF-F = WS-DIA-R-F - WS-DIA-B-F
    MOVE WS-DIF-F TO WS-DIF-ABS-F
    IF WS-DIF-ABS-F < 0
        COMPUTE WS-DIF-ABS-F = 0 - WS-DIF-ABS-F
    END-IF

    IF WS-DIF-ABS-F > WS-CARINO-EPS
        COMPUTE WS-LN-DIF-F = WS-LN-R-F - WS-LN-B-F
        COMPUTE WS-DIA-K-F  = WS-LN-DIF-F / WS-DIF-F
    ELSE
        MOVE WS-DIA-R-F TO WS-UM-MAIS-F
        ADD 1 TO WS-UM-MAIS-F
        COMPUTE WS-DIA-K-F = 1 / WS-UM-MAIS-F
    END-IF

    PERFORM AT-LOCALIZA-CARTEIRA
    IF WS-PA-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO PA-NDIAS(WS-PA-FOUND-IDX)
    COMPUTE PA-SUM-LNR(WS-PA-FOUND-IDX) =
        PA-SUM-LNR(WS-PA-FOUND-IDX) + WS-LN-R-F
    COMPUTE PA-SUM-LNB(WS-PA-FOUND-IDX) =
        PA-SUM-LNB(WS-PA-FOUND-IDX) + WS-LN-B-F
    *> Residuo do dia: benchmark reconstituido por setor - IBOVESPA
    COMPUTE WS-OUT-F = WS-DIA-BSEC-F - WS-DIA-B-F
    COMPUTE PA-RESID-K(WS-PA-FOUND-IDX) =
        PA-RESID-K(WS-PA-FOUND-IDX) + (WS-OUT-F * WS-DIA-K-F)

    PERFORM VARYING WS-DW-IDX FROM 1 BY 1
        UNTIL WS-DW-IDX > WS-DW-COUNT
        PERFORM AT-ACUMULA-SETOR-DIA
    END-PERFORM

    ADD 1 TO WS-QTD-DIAS-ATRIB

    IF WS-DATA-MIN = SPACES OR WS-DIA-DATA < WS-DATA-MIN
        MOVE WS-DIA-DATA TO WS-DATA-MIN
    END-IF
    IF WS-DIA-DATA > WS-DATA-MAX
        MOVE WS-DIA-DATA TO WS-DATA-MAX
    END-IF
    .

*> Junta na tabela do dia os setores do benchmark na data (com peso)
*> e os setores da carteira; calcula wp/rp/wb/rb e o benchmark
*> reconstituido WS-DIA-BSEC-F.
AT-MONTA-SETORES-DIA.
    MOVE 0 TO WS-DW-COUNT
    MOVE 0 TO WS-DIA-SWB-F

    *> O ponteiro so' avanca: as datas sao processadas em ordem
    PERFORM UNTIL WS-BM-PTR > WS-BM-COUNT
               OR BM-DATA(WS-BM-PTR) NOT < WS-DIA-DATA
        ADD 1 TO WS-BM-PTR
    END-PERFORM

    PERFORM VARYING WS-BM-IDX FROM WS-BM-PTR BY 1
        UNTIL WS-BM-IDX > WS-BM-COUNT
           OR BM-DATA(WS-BM-IDX) NOT = WS-DIA-DATA
        IF BM-PESO-OK(WS-BM-IDX) = "Y"
           AND WS-DW-COUNT < 100
            ADD 1 TO WS-DW-COUNT
            MOVE BM-SETOR(WS-BM-IDX) TO DW-SETOR(WS-DW-COUNT)
            MOVE 0   TO DW-WP(WS-DW-COUNT)
            MOVE "N" TO DW-TEM-P(WS-DW-COUNT)
            MOVE BM-PESO(WS-BM-IDX) TO DW-WB(WS-DW-COUNT)
            IF BM-RET-OK(WS-BM-IDX) = "Y"
                MOVE BM-RET(WS-BM-IDX) TO DW-RB(WS-DW-COUNT)
            ELSE
                MOVE WS-DIA-B-F TO DW-RB(WS-DW-COUNT)
            END-IF
            MOVE DW-RB(WS-DW-COUNT) TO DW-RP(WS-DW-COUNT)
            COMPUTE WS-DIA-SWB-F = WS-DIA-SWB-F + DW-WB(WS-DW-COUNT)
        END-IF
    END-PERFORM

    *> Pesos do benchmark renormalizados para somar 1
    IF WS-DIA-SWB-F > 0
        PERFORM VARYING WS-DW-IDX FROM 1 BY 1
            UNTIL WS-DW-IDX > WS-DW-COUNT
            COMPUTE DW-WB(WS-DW-IDX) = DW-WB(WS-DW-IDX) / WS-DIA-SWB-F
        END-PERFORM
    END-IF

    *> Setores da carteira
    PERFORM VARYING WS-PS-IDX FROM WS-PS-INI BY 1
        UNTIL WS-PS-IDX > WS-PS-FIM
        PERFORM AT-SETOR-CARTEIRA-DIA
    END-PERFORM

    *> Benchmark reconstituido pelos setores (sem pesos: o proprio
    *> IBOVESPA, e o residuo do dia e' zero)
    IF WS-DIA-SWB-F > 0
        MOVE 0 TO WS-DIA-BSEC-F
        PERFORM VARYING WS-DW-IDX FROM 1 BY 1
            UNTIL WS-DW-IDX > WS-DW-COUNT
            COMPUTE WS-OUT-F = DW-WB(WS-DW-IDX) * DW-RB(WS-DW-IDX)
            COMPUTE WS-DIA-BSEC-F = WS-DIA-BSEC-F + WS-OUT-F
        END-PERFORM
    ELSE
        MOVE WS-DIA-B-F TO WS-DIA-BSEC-F
    END-IF
    .

AT-SETOR-CARTEIRA-DIA.
    MOVE "N" TO WS-DW-FOUND
    MOVE 0   TO WS-DW-FOUND-IDX

    PERFORM VARYING WS-DW-IDX FROM 1 BY 1
        UNTIL WS-DW-IDX > WS-DW-COUNT
           OR WS-DW-FOUND = "Y"
        IF DW-SETOR(WS-DW-IDX) = PS-SETOR(WS-PS-IDX)
            MOVE "Y"       TO WS-DW-FOUND
            MOVE WS-DW-IDX TO WS-DW-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-DW-FOUND = "N"
        IF WS-DW-COUNT >= 100
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DW-COUNT
        MOVE WS-DW-COUNT TO WS-DW-FOUND-IDX
        MOVE PS-SETOR(WS-PS-IDX) TO DW-SETOR(WS-DW-FOUND-IDX)
        MOVE 0 TO DW-WB(WS-DW-FOUND-IDX)
        *> Setor fora dos pesos do benchmark: retorno do indice
        *> setorial se houver, senao o IBOVESPA
        MOVE WS-DIA-DATA         TO WS-BM-NEW-DATA
        MOVE PS-SETOR(WS-PS-IDX) TO WS-BM-NEW-SETOR
        MOVE WS-DIA-B-F TO DW-RB(WS-DW-FOUND-IDX)
        IF WS-BM-COUNT > 0
            SEARCH ALL WS-BM-ENTRY
                AT END
                    CONTINUE
                WHEN BM-CHAVE(WS-BM-TIDX) = WS-BM-NEW-CHAVE
                    IF BM-RET-OK(WS-BM-TIDX) = "Y"
                        MOVE BM-RET(WS-BM-TIDX)
                            TO DW-RB(WS-DW-FOUND-IDX)
                    END-IF
            END-SEARCH
        END-IF
    END-IF

    MOVE "Y" TO DW-TEM-P(WS-DW-FOUND-IDX)
    COMPUTE DW-WP(WS-DW-FOUND-IDX) = PS-BASE(WS-PS-IDX) / WS-DIA-V-F
    IF PS-BASE(WS-PS-IDX) NOT = 0
        COMPUTE DW-RP(WS-DW-FOUND-IDX) =
            PS-PNL(WS-PS-IDX) / PS-BASE(WS-PS-IDX)
    ELSE
        MOVE DW-RB(WS-DW-FOUND-IDX) TO DW-RP(WS-DW-FOUND-IDX)
    END-IF
    .

*> Efeitos do setor WS-DW-IDX no dia, ja multiplicados pelo k do dia
AT-ACUMULA-SETOR-DIA.
    COMPUTE WS-OUT-F = DW-RB(WS-DW-IDX) - WS-DIA-BSEC-F
    COMPUTE WS-ALOC-F = (DW-WP(WS-DW-IDX) - DW-WB(WS-DW-IDX)) * WS-OUT-F
    COMPUTE WS-OUT-F = DW-RP(WS-DW-IDX) - DW-RB(WS-DW-IDX)
    COMPUTE WS-SEL-F = DW-WB(WS-DW-IDX) * WS-OUT-F
    COMPUTE WS-INT-F = (DW-WP(WS-DW-IDX) - DW-WB(WS-DW-IDX)) * WS-OUT-F

    MOVE WS-DIA-PORTF        TO WS-PSA-NEW-PORTF
    MOVE DW-SETOR(WS-DW-IDX) TO WS-PSA-NEW-SETOR
    PERFORM AT-LOCALIZA-PSA
    IF WS-PSA-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    COMPUTE PSA-SUM-WP(WS-PSA-IDX) =
        PSA-SUM-WP(WS-PSA-IDX) + DW-WP(WS-DW-IDX)
    COMPUTE PSA-SUM-WB(WS-PSA-IDX) =
        PSA-SUM-WB(WS-PSA-IDX) + DW-WB(WS-DW-IDX)

    IF DW-TEM-P(WS-DW-IDX) = "Y"
        MOVE DW-RP(WS-DW-IDX) TO WS-UM-MAIS-F
        ADD 1 TO WS-UM-MAIS-F
        IF WS-UM-MAIS-F > 0
            COMPUTE WS-LN-DIF-F = FUNCTION LOG(WS-UM-MAIS-F)
            COMPUTE PSA-LNRP(WS-PSA-IDX) =
                PSA-LNRP(WS-PSA-IDX) + WS-LN-DIF-F
            ADD 1 TO PSA-NDIAS-P(WS-PSA-IDX)
        END-IF
    END-IF

    MOVE DW-RB(WS-DW-IDX) TO WS-UM-MAIS-F
    ADD 1 TO WS-UM-MAIS-F
    IF WS-UM-MAIS-F > 0
        COMPUTE WS-LN-DIF-F = FUNCTION LOG(WS-UM-MAIS-F)
        COMPUTE PSA-LNRB(WS-PSA-IDX) =
            PSA-LNRB(WS-PSA-IDX) + WS-LN-DIF-F
    END-IF

    COMPUTE PSA-ALOC-K(WS-PSA-IDX) =
        PSA-ALOC-K(WS-PSA-IDX) + (WS-ALOC-F * WS-DIA-K-F)
    COMPUTE PSA-SEL-K(WS-PSA-IDX) =
        PSA-SEL-K(WS-PSA-IDX) + (WS-SEL-F * WS-DIA-K-F)
    COMPUTE PSA-INT-K(WS-PSA-IDX) =
        PSA-INT-K(WS-PSA-IDX) + (WS-INT-F * WS-DIA-K-F)
    .

AT-LOCALIZA-CARTEIRA.
    MOVE "N" TO WS-PA-FOUND
    MOVE 0   TO WS-PA-FOUND-IDX

    PERFORM VARYING WS-PA-IDX FROM 1 BY 1
        UNTIL WS-PA-IDX > WS-PA-COUNT
           OR WS-PA-FOUND = "Y"
        IF PA-PORTF(WS-PA-IDX) = WS-DIA-PORTF
            MOVE "Y"       TO WS-PA-FOUND
            MOVE WS-PA-IDX TO WS-PA-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-PA-FOUND = "N"
        IF WS-PA-COUNT >= 200
            ADD 1 TO WS-PA-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-PA-COUNT
        MOVE WS-PA-COUNT TO WS-PA-FOUND-IDX
        MOVE WS-DIA-PORTF TO PA-PORTF(WS-PA-FOUND-IDX)
        MOVE 0 TO PA-NDIAS(WS-PA-FOUND-IDX)
        MOVE 0 TO PA-SUM-LNR(WS-PA-FOUND-IDX)
        MOVE 0 TO PA-SUM-LNB(WS-PA-FOUND-IDX)
        MOVE 0 TO PA-RESID-K(WS-PA-FOUND-IDX)
        MOVE "Y" TO WS-PA-FOUND
    END-IF
    .

AT-LOCALIZA-PSA.
    MOVE "N" TO WS-PSA-FOUND
    MOVE 0   TO WS-PSA-IDX

    IF WS-PSA-COUNT > 0
        SEARCH ALL WS-PSA-ENTRY
            AT END
                MOVE "N" TO WS-PSA-FOUND
            WHEN PSA-CHAVE(WS-PSA-TIDX) = WS-PSA-NEW-CHAVE
                MOVE "Y" TO WS-PSA-FOUND
                SET WS-PSA-IDX TO WS-PSA-TIDX
        END-SEARCH
    END-IF

    IF WS-PSA-FOUND = "Y"
        EXIT PARAGRAPH
    END-IF

    IF WS-PSA-COUNT >= 4000
        ADD 1 TO WS-PSA-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PSA-COUNT TO WS-PSA-INSPOS
    ADD 1 TO WS-PSA-INSPOS

    PERFORM VARYING WS-PSA-SHIFT-IDX FROM WS-PSA-COUNT BY -1
        UNTIL WS-PSA-SHIFT-IDX < 1
           OR PSA-CHAVE(WS-PSA-SHIFT-IDX) < WS-PSA-NEW-CHAVE
        MOVE WS-PSA-ENTRY(WS-PSA-SHIFT-IDX)
            TO WS-PSA-ENTRY(WS-PSA-SHIFT-IDX + 1)
        MOVE WS-PSA-SHIFT-IDX TO WS-PSA-INSPOS
    END-PERFORM

    ADD 1 TO WS-PSA-COUNT
    MOVE WS-PSA-NEW-CHAVE TO PSA-CHAVE(WS-PSA-INSPOS)
    MOVE 0 TO PSA-SUM-WP(WS-PSA-INSPOS)
    MOVE 0 TO PSA-SUM-WB(WS-PSA-INSPOS)
    MOVE 0 TO PSA-LNRP(WS-PSA-INSPOS)
    MOVE 0 TO PSA-LNRB(WS-PSA-INSPOS)
    MOVE 0 TO PSA-NDIAS-P(WS-PSA-INSPOS)
    MOVE 0 TO PSA-ALOC-K(WS-PSA-INSPOS)
    MOVE 0 TO PSA-SEL-K(WS-PSA-INSPOS)
    MOVE 0 TO PSA-INT-K(WS-PSA-INSPOS)
    MOVE WS-PSA-INSPOS TO WS-PSA-IDX
    MOVE "Y" TO WS-PSA-FOUND
    .

*> ==========================================================
*> SAIDA: UMA LINHA POR CARTEIRA/SETOR + RESIDUO + TOTAL
*> ==========================================================
AT-GRAVA-ATRIBUICAO.
    OPEN OUTPUT ATRIB-OUT

    MOVE "DataInicio,DataFim,PortfolioId,Setor,NDias,PesoCarteiraMedio,PesoBenchmarkMedio,RetornoCarteira,RetornoBenchmark,Alocacao,Selecao,Interacao,EfeitoTotal"
        TO ATRIB-REC
    WRITE ATRIB-REC

    PERFORM VARYING WS-PA-IDX FROM 1 BY 1
        UNTIL WS-PA-IDX > WS-PA-COUNT
        IF PA-NDIAS(WS-PA-IDX) > 0
            PERFORM AT-GRAVA-CARTEIRA
        END-IF
    END-PERFORM

    CLOSE ATRIB-OUT
    .

AT-GRAVA-CARTEIRA.
    *> Retornos compostos do periodo e K de Carino do periodo
    COMPUTE WS-EXP-F = FUNCTION EXP(PA-SUM-LNR(WS-PA-IDX))
    COMPUTE WS-R-PER-F = WS-EXP-F - 1
    COMPUTE WS-EXP-F = FUNCTION EXP(PA-SUM-LNB(WS-PA-IDX))
    COMPUTE WS-B-PER-F = WS-EXP-F - 1

    COMPUTE WS-DIF-F = WS-R-PER-F - WS-B-PER-F
    MOVE WS-DIF-F TO WS-DIF-ABS-F
    IF WS-DIF-ABS-F < 0
        COMPUTE WS-DIF-ABS-F = 0 - WS-DIF-ABS-F
    END-IF

    IF WS-DIF-ABS-F > WS-CARINO-EPS
        COMPUTE WS-LN-DIF-F =
            PA-SUM-LNR(WS-PA-IDX) - PA-SUM-LNB(WS-PA-IDX)
        COMPUTE WS-K-PER-F = WS-LN-DIF-F / WS-DIF-F
    ELSE
        MOVE WS-R-PER-F TO WS-UM-MAIS-F
        ADD 1 TO WS-UM-MAIS-F
        COMPUTE WS-K-PER-F = 1 / WS-UM-MAIS-F
    END-IF

    MOVE PA-NDIAS(WS-PA-IDX) TO WS-NDIAS-F
    MOVE 0 TO WS-TOT-ALOC-F
    MOVE 0 TO WS-TOT-SEL-F
    MOVE 0 TO WS-TOT-INT-F

    PERFORM VARYING WS-PSA-IDX FROM 1 BY 1
        UNTIL WS-PSA-IDX > WS-PSA-COUNT
        IF PSA-PORTF(WS-PSA-IDX) = PA-PORTF(WS-PA-IDX)
            PERFORM AT-GRAVA-SETOR
        END-IF
    END-PERFORM

    *> Residuo: benchmark reconstituido por setor x IBOVESPA
    MOVE "RESIDUO_IBOV" TO WS-LINHA-SETOR
    MOVE SPACES TO WS-PESOP-OUT WS-PESOB-OUT WS-RETP-OUT WS-RETB-OUT
                   WS-ALOC-OUT WS-SEL-OUT WS-INT-OUT
    COMPUTE WS-OUT-F = PA-RESID-K(WS-PA-IDX) / WS-K-PER-F
    COMPUTE WS-RET-TXT = WS-OUT-F
    MOVE WS-RET-TXT TO WS-EFEITO-OUT
    PERFORM AT-GRAVA-LINHA

    *> Total da carteira: efeitos somados + residuo = R - B
    MOVE "TOTAL" TO WS-LINHA-SETOR
    MOVE 1 TO WS-OUT-F
    COMPUTE WS-PESO-TXT = WS-OUT-F
    MOVE WS-PESO-TXT TO WS-PESOP-OUT
    MOVE WS-PESO-TXT TO WS-PESOB-OUT
    COMPUTE WS-RET-TXT = WS-R-PER-F
    MOVE WS-RET-TXT TO WS-RETP-OUT
    COMPUTE WS-RET-TXT = WS-B-PER-F
    MOVE WS-RET-TXT TO WS-RETB-OUT
    COMPUTE WS-RET-TXT = WS-TOT-ALOC-F
    MOVE WS-RET-TXT TO WS-ALOC-OUT
    COMPUTE WS-RET-TXT = WS-TOT-SEL-F
    MOVE WS-RET-TXT TO WS-SEL-OUT
    COMPUTE WS-RET-TXT = WS-TOT-INT-F
    MOVE WS-RET-TXT TO WS-INT-OUT
    COMPUTE WS-RET-TXT = WS-DIF-F
    MOVE WS-RET-TXT TO WS-EFEITO-OUT
    PERFORM AT-GRAVA-LINHA
    .

AT-GRAVA-SETOR.
    MOVE PSA-SETOR(WS-PSA-IDX) TO WS-LINHA-SETOR

    COMPUTE WS-OUT-F = PSA-SUM-WP(WS-PSA-IDX) / WS-NDIAS-F
    COMPUTE WS-PESO-TXT = WS-OUT-F
    MOVE WS-PESO-TXT TO WS-PESOP-OUT
    COMPUTE WS-OUT-F = PSA-SUM-WB(WS-PSA-IDX) / WS-NDIAS-F
    COMPUTE WS-PESO-TXT = WS-OUT-F
    MOVE WS-PESO-TXT TO WS-PESOB-OUT

    *> Retorno composto da carteira no setor so' quando deteve o setor
    MOVE SPACES TO WS-RETP-OUT
    IF PSA-NDIAS-P(WS-PSA-IDX) > 0
        COMPUTE WS-EXP-F = FUNCTION EXP(PSA-LNRP(WS-PSA-IDX))
        COMPUTE WS-OUT-F = WS-EXP-F - 1
        COMPUTE WS-RET-TXT = WS-OUT-F
        MOVE WS-RET-TXT TO WS-RETP-OUT
    END-IF

    COMPUTE WS-EXP-F = FUNCTION EXP(PSA-LNRB(WS-PSA-IDX))
    COMPUTE WS-OUT-F = WS-EXP-F - 1
    COMPUTE WS-RET-TXT = WS-OUT-F
    MOVE WS-RET-TXT TO WS-RETB-OUT

    COMPUTE WS-OUT-F = PSA-ALOC-K(WS-PSA-IDX) / WS-K-PER-F
    COMPUTE WS-TOT-ALOC-F = WS-TOT-ALOC-F + WS-OUT-F
    MOVE WS-OUT-F TO WS-EFEITO-F
    COMPUTE WS-RET-TXT = WS-OUT-F
    MOVE WS-RET-TXT TO WS-ALOC-OUT

    COMPUTE WS-OUT-F = PSA-SEL-K(WS-PSA-IDX) / WS-K-PER-F
    COMPUTE WS-TOT-SEL-F = WS-TOT-SEL-F + WS-OUT-F
    COMPUTE WS-EFEITO-F = WS-EFEITO-F + WS-OUT-F
    COMPUTE WS-RET-TXT = WS-OUT-F
    MOVE WS-RET-TXT TO WS-SEL-OUT

    COMPUTE WS-OUT-F = PSA-INT-K(WS-PSA-IDX) / WS-K-PER-F
    COMPUTE WS-TOT-INT-F = WS-TOT-INT-F + WS-OUT-F
    COMPUTE WS-EFEITO-F = WS-EFEITO-F + WS-OUT-F
    COMPUTE WS-RET-TXT = WS-OUT-F
    MOVE WS-RET-TXT TO WS-INT-OUT

    COMPUTE WS-RET-TXT = WS-EFEITO-F
    MOVE WS-RET-TXT TO WS-EFEITO-OUT

    PERFORM AT-GRAVA-LINHA
    .

AT-GRAVA-LINHA.
    MOVE PA-NDIAS(WS-PA-IDX) TO WS-NDIAS-TXT

    MOVE SPACES TO ATRIB-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-DATA-MIN           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-DATA-MAX           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        PA-PORTF(WS-PA-IDX)   DELIMITED BY SPACE
        ","                   DELIMITED BY SIZE
        FUNCTION TRIM(WS-LINHA-SETOR) DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-NDIAS-TXT          DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-PESOP-OUT          DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-PESOB-OUT          DELIMITED BY SIZE
        INTO ATRIB-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    STRING
        ","                   DELIMITED BY SIZE
        WS-RETP-OUT           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-RETB-OUT           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-ALOC-OUT           DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-SEL-OUT            DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-INT-OUT            DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-EFEITO-OUT         DELIMITED BY SIZE
        INTO ATRIB-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE ATRIB-REC
    ADD 1 TO WS-QTD-LINHAS-SAIDA
    .
