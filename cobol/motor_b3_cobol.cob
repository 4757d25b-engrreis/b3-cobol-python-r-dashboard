        ASSIGN TO "processados/motor_b3_cobol_stats.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Historico de execucoes compartilhado pelos programas da esteira
    *> (uma linha por invocacao, so' recebe OPEN EXTEND)
    SELECT HISTEXEC-OUT
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

    *> Tickers excluidos por estouro das tabelas de 5000 posicoes.
    SELECT OVERFLOW-OUT
        ASSIGN TO "processados/capacity_overflow_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETUSD-FILE-STATUS.

    *> ---------- FAIXA INTRADIARIA (FrstPric/MinPric/MaxPric) ----------
    *> Sessoes com abertura/minima/maxima/fechamento coerentes, gravadas
    *> pela Fase 1 para as volatilidades de Parkinson e Garman-Klass da
    *> Fase 2 (mesma convencao acumulado + delta das saidas em USD).
    SELECT FAIXA-OUT
        ASSIGN TO "processados/daily_ranges_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FAIXA-FILE-STATUS.

    SELECT FAIXA-IN
        ASSIGN TO "processados/daily_ranges_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FAIXA-IN-STATUS.

    SELECT FXDELTA-OUT
        ASSIGN TO "processados/daily_ranges_delta_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT FXDELTA-IN
        ASSIGN TO "processados/daily_ranges_delta_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FXDELTA-FILE-STATUS.

    *> Sessoes em que MinPric/MaxPric nao sao coerentes com LastPric
    *> (ou com FrstPric/TradAvrgP) - provavel print errado da B3. A
    *> linha segue normalmente para o daily_returns; apenas a faixa fica
    *> fora das volatilidades por amplitude.
    SELECT FAIXAINC-OUT
        ASSIGN TO "processados/faixa_inconsistente_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FAIXAINC-FILE-STATUS.

    *> Volatilidades rolantes por amplitude (Parkinson e Garman-Klass)
    *> por ticker, ao lado de rolling_metrics_by_ticker_cobol.csv.
    SELECT ROLLFAIXA-OUT
        ASSIGN TO "processados/rolling_range_vol_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLFAIXA-FILE-STATUS.

    *> Janelas de amplitude salvas entre execucoes para o modo delta
    *> (mesma convencao dos demais estados persistidos).
    SELECT ESTADO-FAIXA-IN
        ASSIGN TO "processados/motor_b3_estado_rollfaixa_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESTFAIXA-FILE-STATUS.

    SELECT ESTADO-FAIXA-OUT
        ASSIGN TO "processados/motor_b3_estado_rollfaixa_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> ---------- AMPLITUDE DE MERCADO (BREADTH) ----------
    *> Novas maximas/minimas de 52 semanas marcadas pela Fase 1 (mesma
    *> regra de ticker_extremos_cobol.csv), uma linha por evento das
    *> linhas processadas na execucao. Recriado a cada run, como o
    *> arquivo delta de retornos, e lido pela passada de breadth da
    *> Fase 3.
    SELECT NOVEXT-OUT
        ASSIGN TO "processados/novos_extremos_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT NOVEXT-IN
        ASSIGN TO "processados/novos_extremos_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOVEXT-FILE-STATUS.

    *> Serie diaria de breadth do mercado e de cada setor do cadastro
    *> (acumulada, como rolling_market_metrics_cobol.csv).
    SELECT BREADTH-OUT
        ASSIGN TO "processados/market_breadth_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BREADTH-FILE-STATUS.

    *> Linha avanco/declinio e medias do McClellan salvas entre
    *> execucoes para o modo delta (mesma convencao do estado do
    *> indice setorial).
    SELECT ESTADO-BREADTH-IN
        ASSIGN TO "processados/motor_b3_estado_breadth_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESTBRD-FILE-STATUS.

    SELECT ESTADO-BREADTH-OUT
        ASSIGN TO "processados/motor_b3_estado_breadth_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Status de fim de job para o scheduler: um condition code por
    *> fase (0/4/8), derivado das tolerancias do arquivo de
    *> parametros, e o codigo geral que tambem vira o RETURN-CODE.
FD  STATS-OUT.
01  STATS-REC            PIC X(256).

FD  HISTEXEC-OUT.
01  HISTEXEC-REC         PIC X(256).

FD  PARAM-IN.
01  PARAM-REC            PIC X(128).

FD  SETUSD-OUT.
01  SETUSD-REC           PIC X(128).

FD  FAIXA-OUT.
01  FAIXA-REC            PIC X(256).

FD  FAIXA-IN.
01  FAIXA-IN-REC         PIC X(256).

FD  FXDELTA-OUT.
01  FXDELTA-OUT-REC      PIC X(256).

FD  FXDELTA-IN.
01  FXDELTA-IN-REC       PIC X(256).

FD  FAIXAINC-OUT.
01  FAIXAINC-REC         PIC X(256).

FD  ROLLFAIXA-OUT.
01  ROLLFAIXA-REC        PIC X(256).

FD  ESTADO-FAIXA-IN.
01  ESTADO-FAIXA-IN-REC  PIC X(2048).

FD  ESTADO-FAIXA-OUT.
01  ESTADO-FAIXA-OUT-REC PIC X(2048).

FD  NOVEXT-OUT.
01  NOVEXT-REC           PIC X(64).

FD  NOVEXT-IN.
01  NOVEXT-IN-REC        PIC X(64).

FD  BREADTH-OUT.
01  BREADTH-REC          PIC X(256).

FD  ESTADO-BREADTH-IN.
01  ESTADO-BREADTH-IN-REC  PIC X(128).

FD  ESTADO-BREADTH-OUT.
01  ESTADO-BREADTH-OUT-REC PIC X(128).

WORKING-STORAGE SECTION.

*> ---------- PARAMETROS DE EXECUCAO (arquivo opcional) ----------
01  WS-TOTAL-USD       PIC 9(9) VALUE 0.
01  WS-TOTAL-ROLLUSD   PIC 9(9) VALUE 0.

*> ---------- FAIXA INTRADIARIA E VOLATILIDADE POR AMPLITUDE ----------
01  WS-FAIXA-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-FAIXA-IN-STATUS      PIC X(2)  VALUE "00".
01  WS-FXDELTA-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-FAIXAINC-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-ROLLFAIXA-FILE-STATUS PIC X(2) VALUE "00".
01  WS-ESTFAIXA-FILE-STATUS PIC X(2)  VALUE "00".

*> Precos da faixa da linha corrente da Fase 1 (zero = ausente)
01  WS-FX-FRST         PIC 9(7)V9(4) VALUE 0.
01  WS-FX-MIN          PIC 9(7)V9(4) VALUE 0.
01  WS-FX-MAX          PIC 9(7)V9(4) VALUE 0.
01  WS-FX-MEDIO        PIC 9(7)V9(4) VALUE 0.
01  WS-FAIXA-MOTIVO    PIC X(20)     VALUE SPACES.

01  WS-FX-FRST-TXT     PIC 9(7).9(4).
01  WS-FX-MIN-TXT      PIC 9(7).9(4).
01  WS-FX-MAX-TXT      PIC 9(7).9(4).
01  WS-FX-MEDIO-TXT    PIC 9(7).9(4).
*> TradAvrgP e' opcional na faixa: coluna vazia quando ausente
01  WS-FX-MEDIO-OUT    PIC X(12)     VALUE SPACES.

01  WS-TOTAL-FAIXA     PIC 9(9) VALUE 0.
01  WS-FAIXA-INC-COUNT PIC 9(9) VALUE 0.
01  WS-FAIXA-SEMDADOS  PIC 9(9) VALUE 0.
01  WS-TOTAL-ROLLFAIXA PIC 9(9) VALUE 0.

*> Linha corrente da passada de amplitude da Fase 2 (split por ","
*> simples, nao ALL - TradAvrgP pode vir vazio)
01  WS-FAIXA-LINHA     PIC X(256) VALUE SPACES.
01  WS-FAIXA-FIELDS.
    05  FX-F-TRADEDATE PIC X(20).
    05  FX-F-TICKER    PIC X(20).
    05  FX-F-FRST      PIC X(20).
    05  FX-F-MIN       PIC X(20).
    05  FX-F-MAX       PIC X(20).
    05  FX-F-MEDIO     PIC X(20).
    05  FX-F-LAST      PIC X(20).
01  WS-FX-LAST         PIC 9(7)V9(4) VALUE 0.

*> Termos por sessao em ponto flutuante: ln(H/L)^2 de uma sessao
*> calma fica na casa de 1e-5, abaixo do que 8 decimais representam
*> com folga. Cada LOG/SQRT numa variavel propria (cautela de
*> WS-EXP-SUM-R).
01  WS-FX-LNHL-F       USAGE COMP-2 VALUE 0.
01  WS-FX-LNCO-F       USAGE COMP-2 VALUE 0.
01  WS-FX-PK-F         USAGE COMP-2 VALUE 0.
01  WS-FX-CO2-F        USAGE COMP-2 VALUE 0.
01  WS-FX-GK-F         USAGE COMP-2 VALUE 0.
01  WS-FX-DEN-F        USAGE COMP-2 VALUE 0.
01  WS-FX-VAR-PK-F     USAGE COMP-2 VALUE 0.
01  WS-FX-VAR-GK-F     USAGE COMP-2 VALUE 0.
01  WS-FX-VOL-PK-F     USAGE COMP-2 VALUE 0.
01  WS-FX-VOL-GK-F     USAGE COMP-2 VALUE 0.
01  WS-FX-VOLA-PK-F    USAGE COMP-2 VALUE 0.
01  WS-FX-VOLA-GK-F    USAGE COMP-2 VALUE 0.

*> Constantes dos estimadores: 4.ln(2) (Parkinson) e 2.ln(2)-1
*> (peso do termo abertura/fechamento de Garman-Klass)
01  WS-FX-4LN2         PIC 9V9(9) VALUE 2.772588722.
01  WS-FX-GK-COEF      PIC 9V9(9) VALUE 0.386294361.

*> Janela de amplitude por ticker: mesmo buffer circular de
*> WS-WINDOW-SIZE posicoes da janela principal, com os termos de
*> Parkinson (ln(H/L)^2) e Garman-Klass por sessao e seus somatorios.
01  WS-RFX-TBL.
    05  RF-ENTRY OCCURS 1 TO 5000 TIMES
            DEPENDING ON WS-RFX-COUNT
            ASCENDING KEY IS RF-TICKER
            INDEXED BY WS-RFX-TIDX.
        10  RF-TICKER        PIC X(12).
        10  RF-N             PIC 99     VALUE 0.
        10  RF-LAST-IDX      PIC 99     VALUE 0.
        10  RF-R-PK      OCCURS 21 TIMES PIC S9(3)V9(12).
        10  RF-R-GK      OCCURS 21 TIMES PIC S9(3)V9(12).
        10  RF-SUM-PK        PIC S9(5)V9(12) VALUE 0.
        10  RF-SUM-GK        PIC S9(5)V9(12) VALUE 0.

01  WS-RFX-COUNT       PIC 9(4) VALUE 0.
01  WS-RFX-IDX         PIC 9(4) VALUE 0.
01  WS-RFX-FOUND       PIC X    VALUE "N".
01  WS-RFX-INSPOS      PIC 9(4) VALUE 0.
01  WS-RFX-SHIFT-IDX   PIC 9(4) VALUE 0.
01  WS-RFX-NEWPOS      PIC 99   VALUE 0.
01  WS-RFX-SLOT-REUSADO PIC X   VALUE "N".
01  WS-RFX-DROP-COUNT  PIC 9(4) VALUE 0.
01  WS-RFX-EOF         PIC X    VALUE "N".
01  WS-RFX-HEADER-SKIP PIC X    VALUE "N".

01  WS-FX-PKD-TXT      PIC -9.9(8).
01  WS-FX-PKA-TXT      PIC -9.9(8).
01  WS-FX-GKD-TXT      PIC -9.9(8).
01  WS-FX-GKA-TXT      PIC -9.9(8).
*> Serializacao dos termos/somatorios no estado de amplitude
01  WS-EST-TERMO-TXT   PIC -9(3).9(12).
01  WS-EST-SUMFX-TXT   PIC -9(5).9(12).

*> ---------- AMPLITUDE DE MERCADO (BREADTH) ----------
01  WS-NOVEXT-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-BREADTH-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-ESTBRD-FILE-STATUS   PIC X(2)  VALUE "00".

*> Novo pico/fundo de 52 semanas na linha corrente da Fase 1
01  WS-EXT-NOVA-MAX    PIC X    VALUE "N".
01  WS-EXT-NOVA-MIN    PIC X    VALUE "N".
01  WS-TOTAL-NOVEXT    PIC 9(9) VALUE 0.

*> Uma entrada para o mercado (Escopo MERCADO, sempre a primeira) e
*> uma por setor do cadastro (SEM_SETOR para quem esta' fora dele).
*> As contagens do dia sao zeradas a cada virada de data; a linha A/D
*> e as medias exponenciais persistem entre datas (e, via estado
*> salvo, entre execucoes no modo delta). Busca linear, como SI-TBL.
01  BR-TBL.
    05  BR-ENTRY OCCURS 1 TO 201 TIMES DEPENDING ON BR-COUNT.
        10  BR-ESCOPO        PIC X(8).
        10  BR-SETOR         PIC X(30).
        10  BR-ALTAS         PIC 9(6).
        10  BR-BAIXAS        PIC 9(6).
        10  BR-ESTAVEIS      PIC 9(6).
        10  BR-VOL-ALTAS     PIC 9(15)V9(2).
        10  BR-VOL-BAIXAS    PIC 9(15)V9(2).
        10  BR-VOL-ESTAVEIS  PIC 9(15)V9(2).
        10  BR-NOVAS-MAX     PIC 9(6).
        10  BR-NOVAS-MIN     PIC 9(6).
        10  BR-LINHA-AD      PIC S9(9).
        10  BR-MME19         PIC S9(7)V9(6).
        10  BR-MME39         PIC S9(7)V9(6).
        10  BR-INICIADA      PIC X.
01  BR-COUNT           PIC 9(3) VALUE 0.
01  BR-IDX             PIC 9(3) VALUE 0.
01  BR-FOUND-IDX       PIC 9(3) VALUE 0.
01  BR-FOUND           PIC X    VALUE "N".
*> Setores alem da capacidade da tabela (mesma convencao de
*> SI-DROP-COUNT)
01  BR-DROP-COUNT      PIC 9(5) VALUE 0.
01  BR-CURR-DATE       PIC X(10) VALUE SPACES.
01  BR-EOF             PIC X    VALUE "N".
01  BR-RET-ABERTO      PIC X    VALUE "N".
01  BR-EV-ABERTO       PIC X    VALUE "N".
01  BR-HEADER-SKIPPED  PIC X    VALUE "N".
01  BR-LIDOS           PIC 9(9) VALUE 0.

*> Linha corrente da passada de breadth (daily_returns ou delta)
01  BR-LINHA           PIC X(256) VALUE SPACES.
01  WS-BR-FIELDS.
    05  BR-F-TRADEDATE   PIC X(20).
    05  BR-F-TICKER      PIC X(20).
    05  BR-F-RETLOG      PIC X(30).
    05  BR-F-LASTPRICE   PIC X(30).
    05  BR-F-NTLFINVOL   PIC X(30).
01  BR-TRADE-DATE-TXT  PIC X(10)  VALUE SPACES.
01  BR-TICKER-12       PIC X(12)  VALUE SPACES.
01  BR-SETOR-LINHA     PIC X(30)  VALUE SPACES.
01  BR-ESCOPO-LINHA    PIC X(8)   VALUE SPACES.
01  BR-RET-N           PIC S9(3)V9(8)  VALUE 0.
01  BR-VOL-N           PIC 9(15)V9(2)  VALUE 0.
*> Sentido da linha corrente: A = alta, B = baixa, E = estavel
01  BR-SENTIDO         PIC X    VALUE SPACES.

*> Leitura antecipada de novos_extremos (mesma ordem de datas do
*> daily_returns: ambos saem da mesma passada da Fase 1)
01  WS-NOVEXT-FIELDS.
    05  NE-F-TRADEDATE   PIC X(20).
    05  NE-F-TICKER      PIC X(20).
    05  NE-F-EVENTO      PIC X(20).
01  BR-EV-EOF          PIC X    VALUE "N".
01  BR-EV-HEADER-SKIP  PIC X    VALUE "N".
01  BR-EV-PENDENTE     PIC X    VALUE "N".
01  BR-EV-DATA         PIC X(10) VALUE SPACES.
01  BR-EV-TICKER       PIC X(12) VALUE SPACES.
01  BR-EV-EVENTO       PIC X(12) VALUE SPACES.
01  BR-EV-CONTADOS     PIC 9(9) VALUE 0.

*> McClellan: medias exponenciais de 19 e 39 sessoes do saldo
*> altas - baixas (fatores 2/(19+1) e 2/(39+1)); a primeira sessao da
*> serie semeia as duas medias com o proprio saldo.
01  BR-ALFA19          PIC 9V9(4) VALUE 0.1000.
01  BR-ALFA39          PIC 9V9(4) VALUE 0.0500.
01  BR-SALDO           PIC S9(7)  VALUE 0.
01  BR-OSC             PIC S9(7)V9(6) VALUE 0.

01  BR-ALTAS-TXT       PIC 9(6).
01  BR-BAIXAS-TXT      PIC 9(6).
01  BR-ESTAVEIS-TXT    PIC 9(6).
01  BR-NMAX-TXT        PIC 9(6).
01  BR-NMIN-TXT        PIC 9(6).
01  BR-VOLA-TXT        PIC 9(15).9(2).
01  BR-VOLB-TXT        PIC 9(15).9(2).
01  BR-VOLE-TXT        PIC 9(15).9(2).
01  BR-SALDO-TXT       PIC -9(6).
01  BR-LINHA-TXT       PIC -9(9).
01  BR-MME19-TXT       PIC -9(7).9(6).
01  BR-MME39-TXT       PIC -9(7).9(6).
01  BR-OSC-TXT         PIC -9(7).9(6).
01  WS-TOTAL-BREADTH   PIC 9(9) VALUE 0.

*> Campos da carga do estado salvo de breadth
01  WS-ESTBRD-FIELDS.
    05  EBR-F-ESCOPO   PIC X(10).
    05  EBR-F-SETOR    PIC X(30).
    05  EBR-F-LINHA    PIC X(20).
    05  EBR-F-MME19    PIC X(20).
    05  EBR-F-MME39    PIC X(20).

*> ---------- CADASTRO DE SETORES POR TICKER ----------
01  WS-SETOR-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-SETOR-EOF           PIC X     VALUE "N".
*> na abertura (retomada de um run interrompido) ou da propria fase
*> quando ela rodou nesta invocacao - base da conferencia das Fases 2/3
01  WS-RC-F1-GRAVADOS  PIC 9(9)        VALUE 0.
01  WS-RC-F1-LIDOS     PIC 9(9)        VALUE 0.
01  WS-RC-F1-REJ       PIC 9(9)        VALUE 0.
01  WS-RC-F1-VOL-OUT   PIC 9(17)V9(4)  VALUE 0.
01  WS-RC-F1-OK        PIC X           VALUE "N".
01  WS-RC-F2-GRAVADOS  PIC 9(9)        VALUE 0.
    "TradeDate,NTickersUSD,VolumeTotalJanelaUSD".
01  WS-HDR-SETUSD    PIC X(80) VALUE
    "TradeDate,Setor,NTickersSetorUSD,VolumeJanelaSetorUSD".
01  WS-HDR-FAIXA     PIC X(80) VALUE
    "TradeDate,TickerSymbol,FrstPric,MinPric,MaxPric,TradAvrgP,LastPrice".
01  WS-HDR-FAIXAINC  PIC X(120) VALUE
    "TradeDate,TickerSymbol,FrstPric_Raw,MinPric_Raw,MaxPric_Raw,TradAvrgP_Raw,LastPric_Raw,ReasonCode".
01  WS-HDR-ROLLFAIXA PIC X(160) VALUE
    "TradeDate,TickerSymbol,NObsJanela,VolParkinsonDiaria,VolParkinsonAnual,VolGarmanKlassDiaria,VolGarmanKlassAnual".
01  WS-HDR-BREADTH   PIC X(200) VALUE
    "TradeDate,Escopo,Setor,Altas,Baixas,Estaveis,VolumeAltas,VolumeBaixas,VolumeEstaveis,NovasMaximas52Sem,NovasMinimas52Sem,SaldoAD,LinhaAD,MME19,MME39,McClellan".

*> ---------- SEGMENTACAO POR TIPO DE INSTRUMENTO / MERCADO ----------
*> Filtro opcional de segmentos (parametro SEGMENTOS: valores de
01  WS-END-ISO           PIC X(19)      VALUE SPACES.
01  WS-ELAPSED-TXT       PIC 9(7)       VALUE 0.

*> ---------- HISTORICO DE EXECUCOES (arquivo compartilhado) ----------
01  WS-HISTEXEC-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-HX-FIM-ISO        PIC X(19)      VALUE SPACES.
01  WS-HX-DURACAO        PIC S9(7)      VALUE 0.
01  WS-HX-DURACAO-TXT    PIC 9(7).
01  WS-HX-CC-TXT         PIC 9(3).
01  WS-HX-DATA-NEGOCIO   PIC X(10)      VALUE SPACES.
01  WS-HX-LIDOS-TXT      PIC 9(9).
01  WS-HX-GRAVADOS-TXT   PIC 9(9).
01  WS-HX-REJEITADOS-TXT PIC 9(9).
*> Modo da execucao no historico (completo x delta: volumes de outra
*> ordem de grandeza, comparados so' entre si pelo MOTOR-B3-HISTORICO)
01  WS-HX-MODO           PIC X(10)      VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    *> Marca horário de início
    DISPLAY "Linhas filtradas por segmento.......: " WS-SEGM-FILTERED
    DISPLAY "Linhas rolling por ticker geradas...: " WS-TOTAL-ROLLING
    DISPLAY "Linhas de indice setorial geradas...: " WS-TOTAL-SETORIDX
    DISPLAY "Linhas de breadth geradas...........: " WS-TOTAL-BREADTH
    DISPLAY "Novas maximas/minimas 52 semanas....: " WS-TOTAL-NOVEXT
    IF WS-PTAX-ON = "Y"
        DISPLAY "Linhas USD geradas (Fase 1).........: " WS-TOTAL-USD
        DISPLAY "Linhas rolling USD geradas..........: " WS-TOTAL-ROLLUSD
        DISPLAY "Sessoes sem taxa PTAX...............: " WS-PTAXMISS-COUNT
    END-IF
    DISPLAY "Sessoes com faixa gravada (Fase 1)..: " WS-TOTAL-FAIXA
    DISPLAY "Sessoes com faixa inconsistente.....: " WS-FAIXA-INC-COUNT
    DISPLAY "Sessoes sem faixa completa..........: " WS-FAIXA-SEMDADOS
    DISPLAY "Linhas de volatilidade por amplitude: " WS-TOTAL-ROLLFAIXA
    DISPLAY "Anomalias sinalizadas (Fase 2)......: " WS-ANOM-COUNT
    DISPLAY "Tickers defasados (staleness).......: " WS-STALE-COUNT
    DISPLAY "Retornos com gap de pregao..........: " WS-GAP-COUNT
        MOVE WS-JOB-CC-GERAL TO RETURN-CODE
    END-IF

    PERFORM PH-GRAVA-HISTEXEC

    GOBACK.

*> ==========================================================
    MOVE 0   TO WS-GAP-COUNT
    MOVE 0   TO WS-TOTAL-USD
    MOVE 0   TO WS-PTAXMISS-COUNT
    MOVE 0   TO WS-TOTAL-FAIXA
    MOVE 0   TO WS-FAIXA-INC-COUNT
    MOVE 0   TO WS-FAIXA-SEMDADOS
    MOVE SPACES TO WS-MAX-TRADE-DATE

    OPEN INPUT PRICEREPORT-IN
        PERFORM PH1-ABRE-SAIDAS-USD
    END-IF

    PERFORM PH1-ABRE-SAIDAS-FAIXA

    *> Novas maximas/minimas de 52 semanas da execucao (breadth da
    *> Fase 3), recriado em qualquer modo
    MOVE 0 TO WS-TOTAL-NOVEXT
    OPEN OUTPUT NOVEXT-OUT
    MOVE "TradeDate,TickerSymbol,Evento" TO NOVEXT-REC
    WRITE NOVEXT-REC

    PERFORM UNTIL WS-EOF = "Y"
        READ PRICEREPORT-IN
            AT END
        END-IF
    END-IF

    CLOSE FAIXA-OUT
          FAIXAINC-OUT
    IF WS-MODO-DELTA = "Y"
        CLOSE FXDELTA-OUT
    END-IF

    CLOSE NOVEXT-OUT

    *> Sessoes processadas sem taxa PTAX (vazio quando o arquivo de
    *> taxas nao esta' em uso, como o relatorio de indice faltante)
    PERFORM PH1-WRITE-PTAXMISS-REPORT
        ADD 1 TO WS-VALID-LINES
    END-IF

    *> Faixa intradiaria da sessao: conferida contra o LastPric e, se
    *> coerente, gravada para as volatilidades por amplitude da Fase 2
    *> (independe do preco anterior - vale tambem para ticker novo)
    PERFORM PH1-CONFERE-FAIXA

    *> Total de balanceamento: NtlFinVol de toda linha que passou da
    *> validacao e segue para processamento
    ADD WS-NTL-FIN-VOL TO WS-P1-VOL-IN
    *> societarios desta linha aplicado por PH1-AJUSTA-PRECO-ANTERIOR)
    PERFORM PH1-ATUALIZA-EXTREMOS

    IF WS-EXT-NOVA-MAX = "Y"
        MOVE "MAXIMA_52SEM" TO BR-EV-EVENTO
        PERFORM PH1-GRAVA-NOVO-EXTREMO
    END-IF
    IF WS-EXT-NOVA-MIN = "Y"
        MOVE "MINIMA_52SEM" TO BR-EV-EVENTO
        PERFORM PH1-GRAVA-NOVO-EXTREMO
    END-IF

    *> Atualiza último preço do ticker
    MOVE WS-TRADE-DATE-TXT TO WS-TBL-LAST-DATE(WS-IDX)
    MOVE WS-LAST-PRICE     TO WS-TBL-LAST-PRICE(WS-IDX)
*>      drawdown de 50% fantasma);
*>   2. expira pico/fundo mais velhos que WS-DIAS-52SEM dias corridos,
*>      recomecando no preco corrente;
*>   3. registra novo pico/fundo quando o preco corrente os supera
*>      (marcado em WS-EXT-NOVA-MAX/MIN para a breadth da Fase 3; o
*>      recomeco no passo 2 nao conta como novo extremo).
PH1-ATUALIZA-EXTREMOS.
    MOVE "N" TO WS-EXT-NOVA-MAX
    MOVE "N" TO WS-EXT-NOVA-MIN

    IF WS-CORPACT-FOUND = "Y"
        COMPUTE WS-TBL-HI-PRICE(WS-IDX) =
            WS-TBL-HI-PRICE(WS-IDX) * WS-ADJ-FACTOR-ACUM
    IF WS-LAST-PRICE > WS-TBL-HI-PRICE(WS-IDX)
        MOVE WS-LAST-PRICE     TO WS-TBL-HI-PRICE(WS-IDX)
        MOVE WS-TRADE-DATE-TXT TO WS-TBL-HI-DATE(WS-IDX)
        MOVE "Y" TO WS-EXT-NOVA-MAX
    END-IF

    IF WS-LAST-PRICE < WS-TBL-LO-PRICE(WS-IDX)
       OR WS-TBL-LO-PRICE(WS-IDX) = 0
        IF WS-TBL-LO-PRICE(WS-IDX) > 0
            MOVE "Y" TO WS-EXT-NOVA-MIN
        END-IF
        MOVE WS-LAST-PRICE     TO WS-TBL-LO-PRICE(WS-IDX)
        MOVE WS-TRADE-DATE-TXT TO WS-TBL-LO-DATE(WS-IDX)
    END-IF
    .

*> Uma linha de novos_extremos para o ticker/data correntes
PH1-GRAVA-NOVO-EXTREMO.
    MOVE SPACES TO NOVEXT-REC
    STRING
        WS-TRADE-DATE-TXT  DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-TICKER          DELIMITED BY SPACE
        ","                DELIMITED BY SIZE
        BR-EV-EVENTO       DELIMITED BY SPACE
        INTO NOVEXT-REC
    END-STRING
    WRITE NOVEXT-REC
    ADD 1 TO WS-TOTAL-NOVEXT
    .

*> Converte AAAA-MM-DD em dias corridos via INTEGER-OF-DATE (0 quando
*> a data esta em branco ou invalida)
PH-DATA-PARA-DIAS.
    CLOSE PTAXMISS-OUT
    .

*> ==========================================================
*> FAIXA INTRADIARIA DA FASE 1 (ABERTURA/MINIMA/MAXIMA)
*> ==========================================================
*> Abre a saida de faixas (acumulado + delta, mesma convencao de
*> PH1-ABRE-SAIDAS-USD) e o relatorio de faixas inconsistentes, que
*> acumula no modo delta como o de rejeitos.
PH1-ABRE-SAIDAS-FAIXA.
    IF WS-MODO-DELTA = "Y"
        OPEN EXTEND FAIXA-OUT
        IF WS-FAIXA-FILE-STATUS = "35"
            OPEN OUTPUT FAIXA-OUT
            MOVE WS-HDR-FAIXA TO FAIXA-REC
            WRITE FAIXA-REC
        END-IF

        OPEN OUTPUT FXDELTA-OUT
        MOVE WS-HDR-FAIXA TO FXDELTA-OUT-REC
        WRITE FXDELTA-OUT-REC

        OPEN EXTEND FAIXAINC-OUT
        IF WS-FAIXAINC-FILE-STATUS = "35"
            OPEN OUTPUT FAIXAINC-OUT
            MOVE WS-HDR-FAIXAINC TO FAIXAINC-REC
            WRITE FAIXAINC-REC
        END-IF
    ELSE
        OPEN OUTPUT FAIXA-OUT
        MOVE WS-HDR-FAIXA TO FAIXA-REC
        WRITE FAIXA-REC

        OPEN OUTPUT FAIXAINC-OUT
        MOVE WS-HDR-FAIXAINC TO FAIXAINC-REC
        WRITE FAIXAINC-REC
    END-IF
    .

*> Confere FrstPric/MinPric/MaxPric/TradAvrgP da linha corrente
*> (LastPric ja validado e maior que zero):
*>   - campo presente mas nao numerico      -> FAIXA_ILEGIVEL
*>   - so' uma das pontas (minima/maxima)   -> FAIXA_INCOMPLETA
*>   - minima acima da maxima               -> MIN_MAIOR_QUE_MAX
*>   - ultimo preco fora de [minima,maxima] -> ULTIMO_ABAIXO_MIN /
*>                                             ULTIMO_ACIMA_MAX
*>   - abertura ou preco medio fora da faixa-> ABERTURA_FORA_FAIXA /
*>                                             MEDIO_FORA_FAIXA
*> A sessao sinalizada vai para faixa_inconsistente e fica fora das
*> volatilidades por amplitude. Sem minima/maxima/abertura (sessao sem
*> negocio) apenas conta como sem dados - nao e' print errado.
PH1-CONFERE-FAIXA.
    MOVE 0      TO WS-FX-FRST
    MOVE 0      TO WS-FX-MIN
    MOVE 0      TO WS-FX-MAX
    MOVE 0      TO WS-FX-MEDIO
    MOVE SPACES TO WS-FAIXA-MOTIVO

    IF F-FRSTPRIC NOT = SPACES
        IF FUNCTION TEST-NUMVAL(F-FRSTPRIC) = 0
            COMPUTE WS-FX-FRST = FUNCTION NUMVAL(F-FRSTPRIC)
        ELSE
            MOVE "FAIXA_ILEGIVEL" TO WS-FAIXA-MOTIVO
        END-IF
    END-IF

    IF F-MINPRIC NOT = SPACES
        IF FUNCTION TEST-NUMVAL(F-MINPRIC) = 0
            COMPUTE WS-FX-MIN = FUNCTION NUMVAL(F-MINPRIC)
        ELSE
            MOVE "FAIXA_ILEGIVEL" TO WS-FAIXA-MOTIVO
        END-IF
    END-IF

    IF F-MAXPRIC NOT = SPACES
        IF FUNCTION TEST-NUMVAL(F-MAXPRIC) = 0
            COMPUTE WS-FX-MAX = FUNCTION NUMVAL(F-MAXPRIC)
        ELSE
            MOVE "FAIXA_ILEGIVEL" TO WS-FAIXA-MOTIVO
        END-IF
    END-IF

    IF F-TRADAVRGP NOT = SPACES
        IF FUNCTION TEST-NUMVAL(F-TRADAVRGP) = 0
            COMPUTE WS-FX-MEDIO = FUNCTION NUMVAL(F-TRADAVRGP)
        ELSE
            MOVE "FAIXA_ILEGIVEL" TO WS-FAIXA-MOTIVO
        END-IF
    END-IF

    IF WS-FAIXA-MOTIVO NOT = SPACES
        PERFORM PH1-REGISTRA-FAIXA-INC
        EXIT PARAGRAPH
    END-IF

    IF WS-FX-MIN = 0 AND WS-FX-MAX = 0
        ADD 1 TO WS-FAIXA-SEMDADOS
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN WS-FX-MIN = 0 OR WS-FX-MAX = 0
            MOVE "FAIXA_INCOMPLETA" TO WS-FAIXA-MOTIVO
        WHEN WS-FX-MIN > WS-FX-MAX
            MOVE "MIN_MAIOR_QUE_MAX" TO WS-FAIXA-MOTIVO
        WHEN WS-LAST-PRICE < WS-FX-MIN
            MOVE "ULTIMO_ABAIXO_MIN" TO WS-FAIXA-MOTIVO
        WHEN WS-LAST-PRICE > WS-FX-MAX
            MOVE "ULTIMO_ACIMA_MAX" TO WS-FAIXA-MOTIVO
        WHEN WS-FX-FRST > 0
             AND (WS-FX-FRST < WS-FX-MIN OR WS-FX-FRST > WS-FX-MAX)
            MOVE "ABERTURA_FORA_FAIXA" TO WS-FAIXA-MOTIVO
        WHEN WS-FX-MEDIO > 0
             AND (WS-FX-MEDIO < WS-FX-MIN OR WS-FX-MEDIO > WS-FX-MAX)
            MOVE "MEDIO_FORA_FAIXA" TO WS-FAIXA-MOTIVO
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    IF WS-FAIXA-MOTIVO NOT = SPACES
        PERFORM PH1-REGISTRA-FAIXA-INC
        EXIT PARAGRAPH
    END-IF

    *> Garman-Klass precisa da abertura: sem ela a faixa e' coerente
    *> mas incompleta para os dois estimadores
    IF WS-FX-FRST = 0
        ADD 1 TO WS-FAIXA-SEMDADOS
        EXIT PARAGRAPH
    END-IF

    MOVE WS-FX-FRST    TO WS-FX-FRST-TXT
    MOVE WS-FX-MIN     TO WS-FX-MIN-TXT
    MOVE WS-FX-MAX     TO WS-FX-MAX-TXT
    MOVE WS-LAST-PRICE TO WS-LAST-PRICE-TXT

    MOVE SPACES TO WS-FX-MEDIO-OUT
    IF WS-FX-MEDIO > 0
        MOVE WS-FX-MEDIO     TO WS-FX-MEDIO-TXT
        MOVE WS-FX-MEDIO-TXT TO WS-FX-MEDIO-OUT
    END-IF

    MOVE SPACES TO FAIXA-REC
    STRING
        WS-TRADE-DATE-TXT  DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-TICKER          DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-FX-FRST-TXT     DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-FX-MIN-TXT      DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-FX-MAX-TXT      DELIMITED BY SIZE
        ","                DELIMITED BY SIZE
        WS-FX-MEDIO-OUT    DELIMITED BY SPACE
        ","                DELIMITED BY SIZE
        WS-LAST-PRICE-TXT  DELIMITED BY SIZE
        INTO FAIXA-REC
    END-STRING

    IF WS-MODO-DELTA = "Y"
        MOVE FAIXA-REC TO FXDELTA-OUT-REC
        WRITE FXDELTA-OUT-REC
    END-IF

    WRITE FAIXA-REC
    ADD 1 TO WS-TOTAL-FAIXA
    .

*> Grava a sessao com faixa inconsistente (valores brutos do CSV, como
*> o relatorio de rejeitos)
PH1-REGISTRA-FAIXA-INC.
    MOVE SPACES TO FAIXAINC-REC
    STRING
        WS-TRADE-DATE-TXT DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-TICKER         DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        F-FRSTPRIC        DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        F-MINPRIC         DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        F-MAXPRIC         DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        F-TRADAVRGP       DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        F-LASTPRIC        DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-FAIXA-MOTIVO   DELIMITED BY SIZE
        INTO FAIXAINC-REC
    END-STRING

    WRITE FAIXAINC-REC
    ADD 1 TO WS-FAIXA-INC-COUNT
    .

*> ==========================================================
*> FASE 2 - LER DAILY_RETURNS E GERAR MÉTRICAS ROLANTES
*> ==========================================================
        PERFORM PH2-GERA-ROLLING-USD
    END-IF

    *> Volatilidades por amplitude (Parkinson/Garman-Klass), numa
    *> passada propria sobre as faixas gravadas pela Fase 1
    PERFORM PH2-GERA-ROLLING-FAIXA

    *> Estado salvo em qualquer modo (ver PHASE-1-GERA-RETORNOS)
    PERFORM PH-GRAVA-ESTADO-ROLLING
    PERFORM PH-GRAVA-ESTADO-SETORIDX
                        WS-EST-JANELA-N ") - rode um ciclo completo"
                CLOSE ESTADO-RUSD-IN
                MOVE 8 TO RETURN-CODE
                PERFORM PH-GRAVA-HISTEXEC
                STOP RUN
            END-IF
        END-IF
    .

*> ==========================================================
*> FASE 2 - VOLATILIDADE POR AMPLITUDE (PARKINSON/GARMAN-KLASS)
*> ==========================================================
*> Passada propria sobre as faixas gravadas pela Fase 1 (daily_ranges,
*> ou o delta da execucao), com o mesmo buffer circular de
*> WS-WINDOW-SIZE sessoes da janela principal e estado proprio para o
*> modo delta. Por sessao:
*>   Parkinson     : ln(H/L)^2
*>   Garman-Klass  : 0,5.ln(H/L)^2 - (2.ln2 - 1).ln(C/O)^2
*> Variancia da janela = soma dos termos / n (Parkinson ainda dividido
*> por 4.ln2). As razoes sao da propria sessao, entao dispensam o
*> ajuste por eventos societarios aplicado ao retorno fechamento a
*> fechamento.
PH2-GERA-ROLLING-FAIXA.
    MOVE "N" TO WS-RFX-EOF
    MOVE "N" TO WS-RFX-HEADER-SKIP
    MOVE 0   TO WS-RFX-COUNT
    MOVE 0   TO WS-RFX-DROP-COUNT
    MOVE 0   TO WS-TOTAL-ROLLFAIXA

    IF WS-MODO-DELTA = "Y"
        PERFORM PH-LEIA-ESTADO-FAIXA

        OPEN INPUT FXDELTA-IN
        IF WS-FXDELTA-FILE-STATUS NOT = "00"
            DISPLAY "Aviso: arquivo delta de faixas ausente - "
                    "volatilidade por amplitude sem linhas novas "
                    "nesta execucao"
            MOVE "Y" TO WS-RFX-EOF
        END-IF

        OPEN EXTEND ROLLFAIXA-OUT
        IF WS-ROLLFAIXA-FILE-STATUS = "35"
            OPEN OUTPUT ROLLFAIXA-OUT
            MOVE WS-HDR-ROLLFAIXA TO ROLLFAIXA-REC
            WRITE ROLLFAIXA-REC
        END-IF
    ELSE
        OPEN INPUT FAIXA-IN
        IF WS-FAIXA-IN-STATUS NOT = "00"
            DISPLAY "Aviso: daily_ranges ausente - volatilidade por "
                    "amplitude nao gerada"
            MOVE "Y" TO WS-RFX-EOF
        END-IF

        OPEN OUTPUT ROLLFAIXA-OUT
        MOVE WS-HDR-ROLLFAIXA TO ROLLFAIXA-REC
        WRITE ROLLFAIXA-REC
    END-IF

    PERFORM UNTIL WS-RFX-EOF = "Y"
        IF WS-MODO-DELTA = "Y"
            READ FXDELTA-IN INTO WS-FAIXA-LINHA
                AT END
                    MOVE "Y" TO WS-RFX-EOF
                NOT AT END
                    PERFORM PH2-PROCESS-FAIXA
            END-READ
        ELSE
            READ FAIXA-IN INTO WS-FAIXA-LINHA
                AT END
                    MOVE "Y" TO WS-RFX-EOF
                NOT AT END
                    PERFORM PH2-PROCESS-FAIXA
            END-READ
        END-IF
    END-PERFORM

    IF WS-MODO-DELTA = "Y"
        CLOSE FXDELTA-IN
              ROLLFAIXA-OUT
    ELSE
        CLOSE FAIXA-IN
              ROLLFAIXA-OUT
    END-IF

    IF WS-RFX-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-RFX-DROP-COUNT " tickers alem da "
                "capacidade da tabela de amplitude - volatilidade por "
                "amplitude INCOMPLETA ***"
    END-IF

    *> Estado salvo em qualquer modo (ver PHASE-1-GERA-RETORNOS)
    PERFORM PH-GRAVA-ESTADO-FAIXA
    .

PH2-PROCESS-FAIXA.
    IF WS-RFX-HEADER-SKIP = "N"
        MOVE "Y" TO WS-RFX-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-FAIXA-FIELDS

    UNSTRING WS-FAIXA-LINHA
      DELIMITED BY ","
      INTO
        FX-F-TRADEDATE
        FX-F-TICKER
        FX-F-FRST
        FX-F-MIN
        FX-F-MAX
        FX-F-MEDIO
        FX-F-LAST
    END-UNSTRING

    IF FX-F-MIN = SPACES OR FX-F-MAX = SPACES
       OR FX-F-FRST = SPACES OR FX-F-LAST = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE FX-F-TRADEDATE(1:10) TO DR-TRADE-DATE-TXT
    MOVE FX-F-TICKER          TO DR-TICKER-TXT

    COMPUTE WS-FX-FRST = FUNCTION NUMVAL(FX-F-FRST)
    COMPUTE WS-FX-MIN  = FUNCTION NUMVAL(FX-F-MIN)
    COMPUTE WS-FX-MAX  = FUNCTION NUMVAL(FX-F-MAX)
    COMPUTE WS-FX-LAST = FUNCTION NUMVAL(FX-F-LAST)

    IF WS-FX-MIN = 0 OR WS-FX-FRST = 0 OR WS-FX-LAST = 0
        EXIT PARAGRAPH
    END-IF

    *> Termos da sessao - cada LOG numa variavel propria
    COMPUTE WS-FX-LNHL-F = FUNCTION LOG(WS-FX-MAX / WS-FX-MIN)
    COMPUTE WS-FX-LNCO-F = FUNCTION LOG(WS-FX-LAST / WS-FX-FRST)
    COMPUTE WS-FX-PK-F   = WS-FX-LNHL-F * WS-FX-LNHL-F
    COMPUTE WS-FX-CO2-F  = WS-FX-LNCO-F * WS-FX-LNCO-F
    COMPUTE WS-FX-GK-F   =
        (0.5 * WS-FX-PK-F) - (WS-FX-GK-COEF * WS-FX-CO2-F)

    *> Procura ticker na tabela de amplitude (busca binaria)
    MOVE "N" TO WS-RFX-FOUND
    MOVE 0   TO WS-RFX-IDX

    IF WS-RFX-COUNT > 0
        SEARCH ALL RF-ENTRY
            AT END
                MOVE "N" TO WS-RFX-FOUND
            WHEN RF-TICKER(WS-RFX-TIDX) = DR-TICKER-TXT
                MOVE "Y" TO WS-RFX-FOUND
                SET WS-RFX-IDX TO WS-RFX-TIDX
        END-SEARCH
    END-IF

    IF WS-RFX-FOUND = "N"
        IF WS-RFX-COUNT < 5000
            PERFORM PH2-INSERT-RFX-TICKER
        ELSE
            ADD 1 TO WS-RFX-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF

    *> Buffer circular (mesma mecanica e cautelas de PH2-PROCESS-RET)
    MOVE RF-N(WS-RFX-IDX) TO WS-NOBS

    IF WS-NOBS < WS-WINDOW-SIZE
        ADD 1 TO WS-NOBS
        MOVE WS-NOBS TO RF-N(WS-RFX-IDX)
        MOVE WS-NOBS TO WS-RFX-NEWPOS
        MOVE "N" TO WS-RFX-SLOT-REUSADO
    ELSE
        IF RF-LAST-IDX(WS-RFX-IDX) = WS-WINDOW-SIZE
            MOVE 1 TO WS-RFX-NEWPOS
        ELSE
            ADD 1 TO RF-LAST-IDX(WS-RFX-IDX)
            MOVE RF-LAST-IDX(WS-RFX-IDX) TO WS-RFX-NEWPOS
        END-IF
        MOVE "Y" TO WS-RFX-SLOT-REUSADO
    END-IF

    IF WS-RFX-SLOT-REUSADO = "Y"
        SUBTRACT RF-R-PK(WS-RFX-IDX, WS-RFX-NEWPOS)
            FROM RF-SUM-PK(WS-RFX-IDX)
        SUBTRACT RF-R-GK(WS-RFX-IDX, WS-RFX-NEWPOS)
            FROM RF-SUM-GK(WS-RFX-IDX)
    END-IF

    COMPUTE RF-R-PK(WS-RFX-IDX, WS-RFX-NEWPOS) = WS-FX-PK-F
    COMPUTE RF-R-GK(WS-RFX-IDX, WS-RFX-NEWPOS) = WS-FX-GK-F

    ADD RF-R-PK(WS-RFX-IDX, WS-RFX-NEWPOS) TO RF-SUM-PK(WS-RFX-IDX)
    ADD RF-R-GK(WS-RFX-IDX, WS-RFX-NEWPOS) TO RF-SUM-GK(WS-RFX-IDX)

    MOVE WS-RFX-NEWPOS TO RF-LAST-IDX(WS-RFX-IDX)

    MOVE RF-N(WS-RFX-IDX) TO WS-NOBS

    IF WS-NOBS < 2
        EXIT PARAGRAPH
    END-IF

    *> Denominador numa variavel a parte (ver WS-NOBS-MENOS-1)
    COMPUTE WS-FX-DEN-F = WS-FX-4LN2 * WS-NOBS
    COMPUTE WS-FX-VAR-PK-F = RF-SUM-PK(WS-RFX-IDX) / WS-FX-DEN-F
    COMPUTE WS-FX-VAR-GK-F = RF-SUM-GK(WS-RFX-IDX) / WS-NOBS

    IF WS-FX-VAR-PK-F > 0
        COMPUTE WS-FX-VOL-PK-F = FUNCTION SQRT(WS-FX-VAR-PK-F)
    ELSE
        MOVE 0 TO WS-FX-VOL-PK-F
    END-IF

    IF WS-FX-VAR-GK-F > 0
        COMPUTE WS-FX-VOL-GK-F = FUNCTION SQRT(WS-FX-VAR-GK-F)
    ELSE
        MOVE 0 TO WS-FX-VOL-GK-F
    END-IF

    COMPUTE WS-FX-VOLA-PK-F = WS-FX-VOL-PK-F * WS-SQRT252
    COMPUTE WS-FX-VOLA-GK-F = WS-FX-VOL-GK-F * WS-SQRT252

    MOVE WS-NOBS         TO WS-NOBS-TXT
    MOVE WS-FX-VOL-PK-F  TO WS-FX-PKD-TXT
    MOVE WS-FX-VOLA-PK-F TO WS-FX-PKA-TXT
    MOVE WS-FX-VOL-GK-F  TO WS-FX-GKD-TXT
    MOVE WS-FX-VOLA-GK-F TO WS-FX-GKA-TXT

    MOVE SPACES TO ROLLFAIXA-REC
    STRING
        DR-TRADE-DATE-TXT   DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        DR-TICKER-TXT       DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-NOBS-TXT         DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-FX-PKD-TXT       DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-FX-PKA-TXT       DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-FX-GKD-TXT       DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-FX-GKA-TXT       DELIMITED BY SIZE
        INTO ROLLFAIXA-REC
    END-STRING

    WRITE ROLLFAIXA-REC
    ADD 1 TO WS-TOTAL-ROLLFAIXA
    .

*> Insere novo ticker na tabela de amplitude mantendo a ordenacao
*> exigida pelo SEARCH ALL (mesma tecnica de PH2-INSERT-ROLL-TICKER).
PH2-INSERT-RFX-TICKER.
    MOVE WS-RFX-COUNT TO WS-RFX-INSPOS
    ADD 1 TO WS-RFX-INSPOS

    PERFORM VARYING WS-RFX-SHIFT-IDX FROM WS-RFX-COUNT BY -1
        UNTIL WS-RFX-SHIFT-IDX < 1
           OR RF-TICKER(WS-RFX-SHIFT-IDX) < DR-TICKER-TXT
        MOVE RF-ENTRY(WS-RFX-SHIFT-IDX)
            TO RF-ENTRY(WS-RFX-SHIFT-IDX + 1)
        MOVE WS-RFX-SHIFT-IDX TO WS-RFX-INSPOS
    END-PERFORM

    ADD 1 TO WS-RFX-COUNT
    MOVE DR-TICKER-TXT TO RF-TICKER(WS-RFX-INSPOS)
    MOVE 0 TO RF-N(WS-RFX-INSPOS)
    MOVE 0 TO RF-LAST-IDX(WS-RFX-INSPOS)
    MOVE 0 TO RF-SUM-PK(WS-RFX-INSPOS)
    MOVE 0 TO RF-SUM-GK(WS-RFX-INSPOS)
    MOVE WS-RFX-INSPOS TO WS-RFX-IDX
    MOVE "Y" TO WS-RFX-FOUND
    .

*> Estado das janelas de amplitude entre execucoes (mesma convencao
*> do estado USD: linha JANELA,<n> seguida de uma linha larga por
*> ticker com somatorios e slots do buffer).
PH-GRAVA-ESTADO-FAIXA.
    OPEN OUTPUT ESTADO-FAIXA-OUT

    MOVE WS-WINDOW-SIZE TO WS-EST-N-TXT
    MOVE SPACES TO ESTADO-FAIXA-OUT-REC
    STRING
        "JANELA,"     DELIMITED BY SIZE
        WS-EST-N-TXT  DELIMITED BY SIZE
        INTO ESTADO-FAIXA-OUT-REC
    END-STRING
    WRITE ESTADO-FAIXA-OUT-REC

    PERFORM VARYING WS-RFX-IDX FROM 1 BY 1
        UNTIL WS-RFX-IDX > WS-RFX-COUNT
        PERFORM PH-GRAVA-ESTADO-FAIXA-LINHA
    END-PERFORM

    CLOSE ESTADO-FAIXA-OUT
    .

PH-GRAVA-ESTADO-FAIXA-LINHA.
    MOVE SPACES TO ESTADO-FAIXA-OUT-REC
    MOVE 1 TO WS-EST-PTR

    MOVE RF-N(WS-RFX-IDX) TO WS-EST-N-TXT
    STRING
        RF-TICKER(WS-RFX-IDX) DELIMITED BY SIZE
        ","                   DELIMITED BY SIZE
        WS-EST-N-TXT          DELIMITED BY SIZE
        INTO ESTADO-FAIXA-OUT-REC
        WITH POINTER WS-EST-PTR
    END-STRING

    MOVE RF-LAST-IDX(WS-RFX-IDX) TO WS-EST-N-TXT
    STRING "," WS-EST-N-TXT DELIMITED BY SIZE
        INTO ESTADO-FAIXA-OUT-REC WITH POINTER WS-EST-PTR
    END-STRING

    MOVE RF-SUM-PK(WS-RFX-IDX) TO WS-EST-SUMFX-TXT
    STRING "," WS-EST-SUMFX-TXT DELIMITED BY SIZE
        INTO ESTADO-FAIXA-OUT-REC WITH POINTER WS-EST-PTR
    END-STRING

    MOVE RF-SUM-GK(WS-RFX-IDX) TO WS-EST-SUMFX-TXT
    STRING "," WS-EST-SUMFX-TXT DELIMITED BY SIZE
        INTO ESTADO-FAIXA-OUT-REC WITH POINTER WS-EST-PTR
    END-STRING

    PERFORM VARYING WS-EST-SLOT FROM 1 BY 1
        UNTIL WS-EST-SLOT > RF-N(WS-RFX-IDX)
        MOVE RF-R-PK(WS-RFX-IDX, WS-EST-SLOT) TO WS-EST-TERMO-TXT
        STRING "," WS-EST-TERMO-TXT DELIMITED BY SIZE
            INTO ESTADO-FAIXA-OUT-REC WITH POINTER WS-EST-PTR
        END-STRING

        MOVE RF-R-GK(WS-RFX-IDX, WS-EST-SLOT) TO WS-EST-TERMO-TXT
        STRING "," WS-EST-TERMO-TXT DELIMITED BY SIZE
            INTO ESTADO-FAIXA-OUT-REC WITH POINTER WS-EST-PTR
        END-STRING
    END-PERFORM

    WRITE ESTADO-FAIXA-OUT-REC
    .

PH-LEIA-ESTADO-FAIXA.
    MOVE "N" TO WS-ESTADO-EOF
    MOVE "N" TO WS-ESTADO-HEADER-SKIP

    OPEN INPUT ESTADO-FAIXA-IN

    IF WS-ESTFAIXA-FILE-STATUS = "00"
        PERFORM UNTIL WS-ESTADO-EOF = "Y"
            READ ESTADO-FAIXA-IN
                AT END
                    MOVE "Y" TO WS-ESTADO-EOF
                NOT AT END
                    PERFORM PH-PROCESSA-ESTADO-FAIXA
            END-READ
        END-PERFORM

        CLOSE ESTADO-FAIXA-IN
    ELSE
        DISPLAY "Aviso: estado da volatilidade por amplitude ausente - "
                "janelas de amplitude comecando vazias"
    END-IF
    .

*> Primeira linha: JANELA,<n> - mesma checagem de horizonte do estado
*> da janela principal (ver PH-PROCESSA-ESTADO-ROLL).
PH-PROCESSA-ESTADO-FAIXA.
    IF WS-ESTADO-HEADER-SKIP = "N"
        MOVE "Y" TO WS-ESTADO-HEADER-SKIP

        MOVE SPACES TO WS-EST-FLD
        MOVE SPACES TO WS-EST-FLD2
        UNSTRING ESTADO-FAIXA-IN-REC
          DELIMITED BY ","
          INTO WS-EST-FLD WS-EST-FLD2
        END-UNSTRING

        IF WS-EST-FLD(1:6) = "JANELA"
            COMPUTE WS-EST-JANELA-N = FUNCTION NUMVAL(WS-EST-FLD2)
            IF WS-EST-JANELA-N NOT = WS-WINDOW-SIZE
                DISPLAY "ERRO: JANELA_DIAS em vigor (" WS-WINDOW-SIZE
                        ") difere da janela do estado de amplitude "
                        "salvo (" WS-EST-JANELA-N ") - rode um ciclo "
                        "completo"
                CLOSE ESTADO-FAIXA-IN
                MOVE 8 TO RETURN-CODE
                PERFORM PH-GRAVA-HISTEXEC
                STOP RUN
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF ESTADO-FAIXA-IN-REC = SPACES OR WS-RFX-COUNT >= 5000
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-RFX-COUNT
    MOVE WS-RFX-COUNT TO WS-RFX-IDX
    MOVE 1 TO WS-EST-PTR

    PERFORM PH-EST-FAIXA-PROX-CAMPO
    MOVE WS-EST-FLD(1:12) TO RF-TICKER(WS-RFX-IDX)

    PERFORM PH-EST-FAIXA-PROX-CAMPO
    COMPUTE RF-N(WS-RFX-IDX) = FUNCTION NUMVAL(WS-EST-FLD)

    PERFORM PH-EST-FAIXA-PROX-CAMPO
    COMPUTE RF-LAST-IDX(WS-RFX-IDX) = FUNCTION NUMVAL(WS-EST-FLD)

    PERFORM PH-EST-FAIXA-PROX-CAMPO
    COMPUTE RF-SUM-PK(WS-RFX-IDX) = FUNCTION NUMVAL(WS-EST-FLD)

    PERFORM PH-EST-FAIXA-PROX-CAMPO
    COMPUTE RF-SUM-GK(WS-RFX-IDX) = FUNCTION NUMVAL(WS-EST-FLD)

    PERFORM VARYING WS-EST-SLOT FROM 1 BY 1
        UNTIL WS-EST-SLOT > RF-N(WS-RFX-IDX)
        PERFORM PH-EST-FAIXA-PROX-CAMPO
        COMPUTE RF-R-PK(WS-RFX-IDX, WS-EST-SLOT) =
            FUNCTION NUMVAL(WS-EST-FLD)

        PERFORM PH-EST-FAIXA-PROX-CAMPO
        COMPUTE RF-R-GK(WS-RFX-IDX, WS-EST-SLOT) =
            FUNCTION NUMVAL(WS-EST-FLD)
    END-PERFORM

    *> Zera os slots alem de RF-N para a entrada ficar deterministica
    COMPUTE WS-EST-SLOT = RF-N(WS-RFX-IDX) + 1
    PERFORM UNTIL WS-EST-SLOT > WS-MAX-WINDOW
        MOVE 0 TO RF-R-PK(WS-RFX-IDX, WS-EST-SLOT)
        MOVE 0 TO RF-R-GK(WS-RFX-IDX, WS-EST-SLOT)
        ADD 1 TO WS-EST-SLOT
    END-PERFORM
    .

*> Avanca para o proximo campo da linha larga de estado de amplitude
PH-EST-FAIXA-PROX-CAMPO.
    MOVE SPACES TO WS-EST-FLD
    UNSTRING ESTADO-FAIXA-IN-REC
      DELIMITED BY ","
      INTO WS-EST-FLD
      WITH POINTER WS-EST-PTR
    END-UNSTRING
    .

*> ==========================================================
*> FASE 3 - LER ROLLING E GERAR MÉTRICAS DE MERCADO (HHI)
*> ==========================================================
PHASE-3-GERA-MARKET.
    MOVE "N"      TO MK-EOF
    MOVE "N"      TO MK-HEADER-SKIPPED
    MOVE SPACES   TO MK-CURR-DATE
    MOVE 0        TO MK-SUM-VOL-N
    MOVE 0        TO MK-SUM-NEG
    MOVE 0        TO MK-NTICKERS
    MOVE 0        TO MK-SUM-VOL-F
    MOVE 0        TO MK-SUM-VOL-SQ-F
    MOVE 0        TO MK-RECENT-COUNT
    MOVE 0        TO MK-RECENT-POS
    MOVE 0        TO MK-EXPECTED-AT-START
    MOVE 0        TO MK-COVERAGE-COUNT
    MOVE 0        TO MK-COVERAGE-ISSUE-COUNT
    MOVE 0        TO SD-COUNT
    MOVE 0        TO SG-COUNT
    MOVE 0        TO MK-SEMSETOR-COUNT
    MOVE 0        TO WS-P3-LIDOS
    MOVE 0        TO WS-P3-GRAVADOS

    IF WS-MODO-DELTA = "Y"
        *> Modo delta: agrega somente as linhas de rolling geradas
        *> nesta execucao e apenda nos CSVs acumulados
        OPEN INPUT ROLLDELTA-IN
        IF WS-ROLLDELTA-FILE-STATUS NOT = "00"
            DISPLAY "Aviso: arquivo delta de rolling ausente - "
                    "Fase 3 sem linhas novas nesta execucao"
            MOVE "Y" TO MK-EOF
        END-IF
        PERFORM PH3-ABRE-SAIDAS-DELTA
    ELSE
        OPEN INPUT  ROLLING-IN
             OUTPUT MARKET-OUT
             OUTPUT SETORMET-OUT

        *> Header do CSV de métricas de mercado
        MOVE WS-HDR-MARKET TO MARKET-REC
        WRITE MARKET-REC

        *> Header do CSV de agregados por setor
        MOVE WS-HDR-SETORMET TO SETORMET-REC
        WRITE SETORMET-REC

        OPEN OUTPUT SEGMET-OUT

        *> Header do CSV de agregados por segmento
        MOVE WS-HDR-SEGMET TO SEGMET-REC
        WRITE SEGMET-REC
    END-IF

    PERFORM UNTIL MK-EOF = "Y"
        IF WS-MODO-DELTA = "Y"
            READ ROLLDELTA-IN INTO MK-LINHA
                AT END
                    MOVE "Y" TO MK-EOF
                NOT AT END
                    PERFORM PH3-PROCESS-ROLL
            END-READ
        ELSE
            READ ROLLING-IN INTO MK-LINHA
                AT END
                    MOVE "Y" TO MK-EOF
                NOT AT END
                    PERFORM PH3-PROCESS-ROLL
            END-READ
        END-IF
    END-PERFORM

    *> Flush da última data
    IF MK-NTICKERS > 0
        PERFORM PH3-WRITE-MARKET-ROW
    END-IF

    IF WS-MODO-DELTA = "Y"
        CLOSE ROLLDELTA-IN
              MARKET-OUT
              SETORMET-OUT
              SEGMET-OUT
    ELSE
        CLOSE ROLLING-IN
              MARKET-OUT
              SETORMET-OUT
              SEGMET-OUT
    END-IF

    *> Confere o que foi lido contra o que a Fase 2 registrou
    PERFORM PH3-VERIFICA-BALANCE

    *> Agregados de volume em USD (mercado e por setor), numa passada
    *> propria sobre as janelas em USD
    IF WS-PTAX-ON = "Y"
        PERFORM PH3-GERA-MARKET-USD
    END-IF

    *> Breadth do mercado e por setor, numa passada propria sobre os
    *> retornos diarios (daily_returns ou o delta desta execucao)
    PERFORM PH3-GERA-BREADTH

    PERFORM PH3-WRITE-SEMSETOR-REPORT
    .

*> Breadth (amplitude) do mercado e por setor. Passada propria sobre
*> os retornos diarios da execucao (daily_returns no modo completo,
*> o delta de retornos no modo delta), agrupados por data como no
*> indice setorial da Fase 2. Por data e escopo (mercado e cada
*> setor) conta altas/baixas/estaveis pelo ReturnLog, soma o volume
*> financeiro de cada grupo, conta as novas maximas/minimas de 52
*> semanas marcadas pela Fase 1 e encadeia a linha avanco/declinio e
*> o oscilador McClellan. Linha A/D e medias persistem via estado
*> salvo, como o nivel do indice setorial.
PH3-GERA-BREADTH.
    MOVE "N"    TO BR-EOF
    MOVE "N"    TO BR-HEADER-SKIPPED
    MOVE "N"    TO BR-EV-EOF
    MOVE "N"    TO BR-EV-HEADER-SKIP
    MOVE "N"    TO BR-EV-PENDENTE
    MOVE "N"    TO BR-RET-ABERTO
    MOVE "N"    TO BR-EV-ABERTO
    MOVE 0      TO BR-COUNT
    MOVE 0      TO BR-DROP-COUNT
    MOVE 0      TO BR-LIDOS
    MOVE 0      TO BR-EV-CONTADOS
    MOVE 0      TO WS-TOTAL-BREADTH
    MOVE SPACES TO BR-CURR-DATE

    IF WS-MODO-DELTA = "Y"
        PERFORM PH-LEIA-ESTADO-BREADTH
        OPEN INPUT DELTARET-IN
        IF WS-DELTARET-FILE-STATUS NOT = "00"
            DISPLAY "Aviso: arquivo delta de retornos ausente - "
                    "breadth sem linhas novas nesta execucao"
            MOVE "Y" TO BR-EOF
        ELSE
            MOVE "Y" TO BR-RET-ABERTO
        END-IF

        OPEN EXTEND BREADTH-OUT
        IF WS-BREADTH-FILE-STATUS = "35"
            OPEN OUTPUT BREADTH-OUT
            MOVE WS-HDR-BREADTH TO BREADTH-REC
            WRITE BREADTH-REC
        END-IF
    ELSE
        OPEN INPUT DAILY-RET-FILE
        IF WS-DAILYRET-FILE-STATUS NOT = "00"
            DISPLAY "Aviso: daily_returns ausente - "
                    "breadth sem linhas nesta execucao"
            MOVE "Y" TO BR-EOF
        ELSE
            MOVE "Y" TO BR-RET-ABERTO
        END-IF

        OPEN OUTPUT BREADTH-OUT
        MOVE WS-HDR-BREADTH TO BREADTH-REC
        WRITE BREADTH-REC
    END-IF

    *> Entrada do mercado sempre na primeira posicao (sem estado
    *> salvo ela ainda nao existe)
    IF BR-COUNT = 0
        MOVE "MERCADO" TO BR-ESCOPO-LINHA
        MOVE "TODOS"   TO BR-SETOR-LINHA
        PERFORM PH3-BR-LOCALIZA
    END-IF

    OPEN INPUT NOVEXT-IN
    IF WS-NOVEXT-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: novos_extremos ausente - "
                "breadth sem novas maximas/minimas"
        MOVE "Y" TO BR-EV-EOF
    ELSE
        MOVE "Y" TO BR-EV-ABERTO
    END-IF

    PERFORM UNTIL BR-EOF = "Y"
        IF WS-MODO-DELTA = "Y"
            READ DELTARET-IN INTO BR-LINHA
                AT END
                    MOVE "Y" TO BR-EOF
                NOT AT END
                    PERFORM PH3-BR-PROCESSA-RET
            END-READ
        ELSE
            READ DAILY-RET-FILE INTO BR-LINHA
                AT END
                    MOVE "Y" TO BR-EOF
                NOT AT END
                    PERFORM PH3-BR-PROCESSA-RET
            END-READ
        END-IF
    END-PERFORM

    *> Flush da ultima data
    IF BR-CURR-DATE NOT = SPACES
        PERFORM PH3-BR-FECHA-DATA
    END-IF

    IF BR-RET-ABERTO = "Y"
        IF WS-MODO-DELTA = "Y"
            CLOSE DELTARET-IN
        ELSE
            CLOSE DAILY-RET-FILE
        END-IF
    END-IF
    IF BR-EV-ABERTO = "Y"
        CLOSE NOVEXT-IN
    END-IF
    CLOSE BREADTH-OUT

    PERFORM PH-GRAVA-ESTADO-BREADTH

    IF BR-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " BR-DROP-COUNT " setores alem da "
                "capacidade da breadth (200) - serie por setor "
                "INCOMPLETA ***"
    END-IF
    .

*> Uma linha de retorno: fecha a data anterior na virada e soma a
*> linha no mercado e no setor do ticker.
PH3-BR-PROCESSA-RET.
    IF BR-HEADER-SKIPPED = "N"
        MOVE "Y" TO BR-HEADER-SKIPPED
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-BR-FIELDS

    UNSTRING BR-LINHA
      DELIMITED BY ","
      INTO
        BR-F-TRADEDATE
        BR-F-TICKER
        BR-F-RETLOG
        BR-F-LASTPRICE
        BR-F-NTLFINVOL
    END-UNSTRING

    *> Sem retorno calculado (ou ilegivel) nao ha sentido de variacao
    IF BR-F-RETLOG = SPACES
       OR FUNCTION TEST-NUMVAL(BR-F-RETLOG) NOT = 0
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO BR-LIDOS
    MOVE BR-F-TRADEDATE(1:10) TO BR-TRADE-DATE-TXT

    IF BR-CURR-DATE = SPACES
        MOVE BR-TRADE-DATE-TXT TO BR-CURR-DATE
    ELSE
        IF BR-TRADE-DATE-TXT NOT = BR-CURR-DATE
            PERFORM PH3-BR-FECHA-DATA
            MOVE BR-TRADE-DATE-TXT TO BR-CURR-DATE
        END-IF
    END-IF

    COMPUTE BR-RET-N = FUNCTION NUMVAL(BR-F-RETLOG)
    IF BR-F-NTLFINVOL NOT = SPACES
        COMPUTE BR-VOL-N = FUNCTION NUMVAL(BR-F-NTLFINVOL)
    ELSE
        MOVE 0 TO BR-VOL-N
    END-IF

    EVALUATE TRUE
        WHEN BR-RET-N > 0
            MOVE "A" TO BR-SENTIDO
        WHEN BR-RET-N < 0
            MOVE "B" TO BR-SENTIDO
        WHEN OTHER
            MOVE "E" TO BR-SENTIDO
    END-EVALUATE

    MOVE "MERCADO" TO BR-ESCOPO-LINHA
    MOVE "TODOS"   TO BR-SETOR-LINHA
    PERFORM PH3-BR-LOCALIZA
    PERFORM PH3-BR-SOMA-LINHA

    MOVE BR-F-TICKER TO BR-TICKER-12
    PERFORM PH3-BR-SETOR-TICKER
    MOVE "SETOR" TO BR-ESCOPO-LINHA
    PERFORM PH3-BR-LOCALIZA
    PERFORM PH3-BR-SOMA-LINHA
    .

*> Setor do cadastro para BR-TICKER-12 (SEM_SETOR quando ausente)
PH3-BR-SETOR-TICKER.
    MOVE SPACES TO BR-SETOR-LINHA

    IF WS-SETOR-COUNT > 0
        SEARCH ALL WS-SETOR-ENTRY
            AT END
                CONTINUE
            WHEN SE-TICKER(WS-SETOR-TIDX) = BR-TICKER-12
                MOVE SE-SETOR(WS-SETOR-TIDX) TO BR-SETOR-LINHA
        END-SEARCH
    END-IF

    IF BR-SETOR-LINHA = SPACES
        MOVE "SEM_SETOR" TO BR-SETOR-LINHA
    END-IF
    .

*> Localiza (ou cria) a entrada escopo+setor corrente em BR-FOUND-IDX;
*> zero quando a tabela esta' cheia.
PH3-BR-LOCALIZA.
    MOVE "N" TO BR-FOUND
    MOVE 0   TO BR-FOUND-IDX

    PERFORM VARYING BR-IDX FROM 1 BY 1
        UNTIL BR-IDX > BR-COUNT
           OR BR-FOUND = "Y"
        IF BR-ESCOPO(BR-IDX) = BR-ESCOPO-LINHA
           AND BR-SETOR(BR-IDX) = BR-SETOR-LINHA
            MOVE "Y"    TO BR-FOUND
            MOVE BR-IDX TO BR-FOUND-IDX
        END-IF
    END-PERFORM

    IF BR-FOUND = "N"
        IF BR-COUNT >= 201
            ADD 1 TO BR-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO BR-COUNT
        MOVE BR-COUNT TO BR-FOUND-IDX
        MOVE BR-ESCOPO-LINHA TO BR-ESCOPO(BR-FOUND-IDX)
        MOVE BR-SETOR-LINHA  TO BR-SETOR(BR-FOUND-IDX)
        MOVE 0   TO BR-LINHA-AD(BR-FOUND-IDX)
        MOVE 0   TO BR-MME19(BR-FOUND-IDX)
        MOVE 0   TO BR-MME39(BR-FOUND-IDX)
        MOVE "N" TO BR-INICIADA(BR-FOUND-IDX)
        PERFORM PH3-BR-ZERA-DIA
    END-IF
    .

PH3-BR-ZERA-DIA.
    MOVE 0 TO BR-ALTAS(BR-FOUND-IDX)
    MOVE 0 TO BR-BAIXAS(BR-FOUND-IDX)
    MOVE 0 TO BR-ESTAVEIS(BR-FOUND-IDX)
    MOVE 0 TO BR-VOL-ALTAS(BR-FOUND-IDX)
    MOVE 0 TO BR-VOL-BAIXAS(BR-FOUND-IDX)
    MOVE 0 TO BR-VOL-ESTAVEIS(BR-FOUND-IDX)
    MOVE 0 TO BR-NOVAS-MAX(BR-FOUND-IDX)
    MOVE 0 TO BR-NOVAS-MIN(BR-FOUND-IDX)
    .

PH3-BR-SOMA-LINHA.
    IF BR-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF

    EVALUATE BR-SENTIDO
        WHEN "A"
            ADD 1        TO BR-ALTAS(BR-FOUND-IDX)
            ADD BR-VOL-N TO BR-VOL-ALTAS(BR-FOUND-IDX)
        WHEN "B"
            ADD 1        TO BR-BAIXAS(BR-FOUND-IDX)
            ADD BR-VOL-N TO BR-VOL-BAIXAS(BR-FOUND-IDX)
        WHEN OTHER
            ADD 1        TO BR-ESTAVEIS(BR-FOUND-IDX)
            ADD BR-VOL-N TO BR-VOL-ESTAVEIS(BR-FOUND-IDX)
    END-EVALUATE
    .

*> Proxima linha de novos_extremos em BR-EV-* (pendente ate' ser
*> consumida pela data correspondente)
PH3-BR-LE-EVENTO.
    MOVE "N" TO BR-EV-PENDENTE

    PERFORM UNTIL BR-EV-EOF = "Y" OR BR-EV-PENDENTE = "Y"
        READ NOVEXT-IN
            AT END
                MOVE "Y" TO BR-EV-EOF
            NOT AT END
                IF BR-EV-HEADER-SKIP = "N"
                    MOVE "Y" TO BR-EV-HEADER-SKIP
                ELSE
                    MOVE SPACES TO WS-NOVEXT-FIELDS
                    UNSTRING NOVEXT-IN-REC
                      DELIMITED BY ","
                      INTO NE-F-TRADEDATE NE-F-TICKER NE-F-EVENTO
                    END-UNSTRING
                    IF NE-F-TRADEDATE NOT = SPACES
                        MOVE NE-F-TRADEDATE(1:10) TO BR-EV-DATA
                        MOVE NE-F-TICKER          TO BR-EV-TICKER
                        MOVE NE-F-EVENTO          TO BR-EV-EVENTO
                        MOVE "Y" TO BR-EV-PENDENTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    .

*> Consome os eventos ate' a data corrente, contando os da propria
*> data no mercado e no setor do ticker
PH3-BR-CONSOME-EVENTOS.
    PERFORM UNTIL BR-EV-EOF = "Y"
           OR (BR-EV-PENDENTE = "Y" AND BR-EV-DATA > BR-CURR-DATE)
        IF BR-EV-PENDENTE = "N"
            PERFORM PH3-BR-LE-EVENTO
        ELSE
            IF BR-EV-DATA = BR-CURR-DATE
                MOVE "MERCADO" TO BR-ESCOPO-LINHA
                MOVE "TODOS"   TO BR-SETOR-LINHA
                PERFORM PH3-BR-LOCALIZA
                PERFORM PH3-BR-CONTA-EVENTO

                MOVE BR-EV-TICKER TO BR-TICKER-12
                PERFORM PH3-BR-SETOR-TICKER
                MOVE "SETOR" TO BR-ESCOPO-LINHA
                PERFORM PH3-BR-LOCALIZA
                PERFORM PH3-BR-CONTA-EVENTO

                ADD 1 TO BR-EV-CONTADOS
            END-IF
            MOVE "N" TO BR-EV-PENDENTE
        END-IF
    END-PERFORM
    .

PH3-BR-CONTA-EVENTO.
    IF BR-FOUND-IDX = 0
        EXIT PARAGRAPH
    END-IF

    IF BR-EV-EVENTO = "MAXIMA_52SEM"
        ADD 1 TO BR-NOVAS-MAX(BR-FOUND-IDX)
    ELSE
        ADD 1 TO BR-NOVAS-MIN(BR-FOUND-IDX)
    END-IF
    .

*> Fecha a data corrente: para cada escopo com linhas no dia,
*> saldo = altas - baixas, encadeia a linha A/D e as medias do
*> McClellan (semeadas com o saldo na primeira sessao) e grava a
*> linha. As contagens do dia sao zeradas; linha e medias persistem.
PH3-BR-FECHA-DATA.
    PERFORM PH3-BR-CONSOME-EVENTOS

    PERFORM VARYING BR-FOUND-IDX FROM 1 BY 1
        UNTIL BR-FOUND-IDX > BR-COUNT
        IF BR-ALTAS(BR-FOUND-IDX) + BR-BAIXAS(BR-FOUND-IDX)
           + BR-ESTAVEIS(BR-FOUND-IDX) > 0
            COMPUTE BR-SALDO =
                BR-ALTAS(BR-FOUND-IDX) - BR-BAIXAS(BR-FOUND-IDX)
            ADD BR-SALDO TO BR-LINHA-AD(BR-FOUND-IDX)

            IF BR-INICIADA(BR-FOUND-IDX) = "N"
                MOVE BR-SALDO TO BR-MME19(BR-FOUND-IDX)
                MOVE BR-SALDO TO BR-MME39(BR-FOUND-IDX)
                MOVE "Y"      TO BR-INICIADA(BR-FOUND-IDX)
            ELSE
                COMPUTE BR-MME19(BR-FOUND-IDX) ROUNDED =
                    (1 - BR-ALFA19) * BR-MME19(BR-FOUND-IDX)
                    + BR-ALFA19 * BR-SALDO
                COMPUTE BR-MME39(BR-FOUND-IDX) ROUNDED =
                    (1 - BR-ALFA39) * BR-MME39(BR-FOUND-IDX)
                    + BR-ALFA39 * BR-SALDO
            END-IF
            COMPUTE BR-OSC =
                BR-MME19(BR-FOUND-IDX) - BR-MME39(BR-FOUND-IDX)

            PERFORM PH3-BR-GRAVA-LINHA
        END-IF

        PERFORM PH3-BR-ZERA-DIA
    END-PERFORM
    .

PH3-BR-GRAVA-LINHA.
    MOVE BR-ALTAS(BR-FOUND-IDX)        TO BR-ALTAS-TXT
    MOVE BR-BAIXAS(BR-FOUND-IDX)       TO BR-BAIXAS-TXT
    MOVE BR-ESTAVEIS(BR-FOUND-IDX)     TO BR-ESTAVEIS-TXT
    MOVE BR-VOL-ALTAS(BR-FOUND-IDX)    TO BR-VOLA-TXT
    MOVE BR-VOL-BAIXAS(BR-FOUND-IDX)   TO BR-VOLB-TXT
    MOVE BR-VOL-ESTAVEIS(BR-FOUND-IDX) TO BR-VOLE-TXT
    MOVE BR-NOVAS-MAX(BR-FOUND-IDX)    TO BR-NMAX-TXT
    MOVE BR-NOVAS-MIN(BR-FOUND-IDX)    TO BR-NMIN-TXT
    MOVE BR-SALDO                      TO BR-SALDO-TXT
    MOVE BR-LINHA-AD(BR-FOUND-IDX)     TO BR-LINHA-TXT
    MOVE BR-MME19(BR-FOUND-IDX)        TO BR-MME19-TXT
    MOVE BR-MME39(BR-FOUND-IDX)        TO BR-MME39-TXT
    MOVE BR-OSC                        TO BR-OSC-TXT

    MOVE SPACES TO BREADTH-REC
    STRING
        BR-CURR-DATE                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-ESCOPO(BR-FOUND-IDX)     DELIMITED BY SPACE
        ","                         DELIMITED BY SIZE
        BR-SETOR(BR-FOUND-IDX)      DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-ALTAS-TXT                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-BAIXAS-TXT               DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-ESTAVEIS-TXT             DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-VOLA-TXT                 DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-VOLB-TXT                 DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-VOLE-TXT                 DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-NMAX-TXT                 DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-NMIN-TXT                 DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-SALDO-TXT                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-LINHA-TXT                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-MME19-TXT                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-MME39-TXT                DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        BR-OSC-TXT                  DELIMITED BY SIZE
        INTO BREADTH-REC
    END-STRING
    WRITE BREADTH-REC
    ADD 1 TO WS-TOTAL-BREADTH
    .

*> Carga do estado da breadth (modo delta): linha A/D e medias do
*> McClellan por escopo salvas na execucao anterior.
PH-LEIA-ESTADO-BREADTH.
    MOVE "N" TO WS-ESTADO-EOF
    MOVE "N" TO WS-ESTADO-HEADER-SKIP

    OPEN INPUT ESTADO-BREADTH-IN

    IF WS-ESTBRD-FILE-STATUS = "00"
        PERFORM UNTIL WS-ESTADO-EOF = "Y"
            READ ESTADO-BREADTH-IN
                AT END
                    MOVE "Y" TO WS-ESTADO-EOF
                NOT AT END
                    PERFORM PH-PROCESSA-ESTADO-BREADTH
            END-READ
        END-PERFORM

        CLOSE ESTADO-BREADTH-IN
    ELSE
        DISPLAY "Aviso: estado da breadth ausente - "
                "linha A/D e McClellan recomecando do zero"
    END-IF
    .

PH-PROCESSA-ESTADO-BREADTH.
    IF WS-ESTADO-HEADER-SKIP = "N"
        MOVE "Y" TO WS-ESTADO-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF BR-COUNT >= 201
        ADD 1 TO BR-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-ESTBRD-FIELDS

    UNSTRING ESTADO-BREADTH-IN-REC
      DELIMITED BY ","
      INTO EBR-F-ESCOPO EBR-F-SETOR EBR-F-LINHA EBR-F-MME19 EBR-F-MME39
    END-UNSTRING

    IF EBR-F-ESCOPO = SPACES OR EBR-F-SETOR = SPACES
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO BR-COUNT
    MOVE BR-COUNT TO BR-FOUND-IDX
    MOVE EBR-F-ESCOPO(1:8) TO BR-ESCOPO(BR-FOUND-IDX)
    MOVE EBR-F-SETOR       TO BR-SETOR(BR-FOUND-IDX)
    COMPUTE BR-LINHA-AD(BR-FOUND-IDX) = FUNCTION NUMVAL(EBR-F-LINHA)
    COMPUTE BR-MME19(BR-FOUND-IDX)    = FUNCTION NUMVAL(EBR-F-MME19)
    COMPUTE BR-MME39(BR-FOUND-IDX)    = FUNCTION NUMVAL(EBR-F-MME39)
    MOVE "Y" TO BR-INICIADA(BR-FOUND-IDX)
    PERFORM PH3-BR-ZERA-DIA
    .

*> Regrava o estado da breadth com a linha A/D e as medias correntes
*> (gravado em qualquer modo, como os demais estados). Escopos ainda
*> sem nenhuma sessao fechada nao sao gravados.
PH-GRAVA-ESTADO-BREADTH.
    OPEN OUTPUT ESTADO-BREADTH-OUT

    MOVE "Escopo,Setor,LinhaAD,MME19,MME39"
        TO ESTADO-BREADTH-OUT-REC
    WRITE ESTADO-BREADTH-OUT-REC

    PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
        IF BR-INICIADA(BR-IDX) = "Y"
            MOVE BR-LINHA-AD(BR-IDX) TO BR-LINHA-TXT
            MOVE BR-MME19(BR-IDX)    TO BR-MME19-TXT
            MOVE BR-MME39(BR-IDX)    TO BR-MME39-TXT

            MOVE SPACES TO ESTADO-BREADTH-OUT-REC
            STRING
                BR-ESCOPO(BR-IDX)   DELIMITED BY SPACE
                ","                 DELIMITED BY SIZE
                BR-SETOR(BR-IDX)    DELIMITED BY SIZE
                ","                 DELIMITED BY SIZE
                BR-LINHA-TXT        DELIMITED BY SIZE
                ","                 DELIMITED BY SIZE
                BR-MME19-TXT        DELIMITED BY SIZE
                ","                 DELIMITED BY SIZE
                BR-MME39-TXT        DELIMITED BY SIZE
                INTO ESTADO-BREADTH-OUT-REC
            END-STRING
            WRITE ESTADO-BREADTH-OUT-REC
        END-IF
    END-PERFORM

    CLOSE ESTADO-BREADTH-OUT
    .

*> Abre as saidas da Fase 3 no modo delta: acumulados em EXTEND,
*> criados com header quando ainda nao existem (status 35).
PH3-ABRE-SAIDAS-DELTA.
    OPEN EXTEND MARKET-OUT
    IF WS-MARKET-FILE-STATUS = "35"
        OPEN OUTPUT MARKET-OUT
        MOVE WS-HDR-MARKET TO MARKET-REC
        WRITE MARKET-REC
    END-IF

    OPEN EXTEND SETORMET-OUT
    IF WS-SETORMET-FILE-STATUS = "35"
        OPEN OUTPUT SETORMET-OUT
        MOVE WS-HDR-SETORMET TO SETORMET-REC
        WRITE SETORMET-REC
    END-IF

    OPEN EXTEND SEGMET-OUT
    IF WS-SEGMET-FILE-STATUS = "35"
        OPEN OUTPUT SEGMET-OUT
        MOVE WS-HDR-SEGMET TO SEGMET-REC
        WRITE SEGMET-REC
    END-IF
    .

PH3-PROCESS-ROLL.
    *> Pula header de rolling_metrics_by_ticker
    IF MK-HEADER-SKIPPED = "N"
        MOVE "Y" TO MK-HEADER-SKIPPED
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-P3-LIDOS

    MOVE SPACES TO MK-CSV-FIELDS

    UNSTRING MK-LINHA
      DELIMITED BY ALL ","
      INTO
        MK-F-TRADEDATE
        MK-F-TICKER
        MK-F-NOBS
        MK-F-RETJAN
        WHEN "FASE1"
            COMPUTE WS-RC-F1-GRAVADOS =
                FUNCTION NUMVAL(RC-F-GRAVADOS)
            COMPUTE WS-RC-F1-LIDOS =
                FUNCTION NUMVAL(RC-F-LIDOS)
            COMPUTE WS-RC-F1-REJ =
                FUNCTION NUMVAL(RC-F-REJ)
            COMPUTE WS-RC-F1-VOL-OUT =
                FUNCTION NUMVAL(RC-F-VOLOUT)
            MOVE "Y" TO WS-RC-F1-OK
        MOVE "BALANCE_FASE2_CONTAGEM" TO WS-JOB-DET2
        PERFORM PH-GRAVA-JOBSTATUS
        MOVE 8 TO RETURN-CODE
        PERFORM PH-GRAVA-HISTEXEC
        STOP RUN
    END-IF

        MOVE "BALANCE_FASE2_VOLUME" TO WS-JOB-DET2
        PERFORM PH-GRAVA-JOBSTATUS
        MOVE 8 TO RETURN-CODE
        PERFORM PH-GRAVA-HISTEXEC
        STOP RUN
    END-IF
    .
        MOVE "BALANCE_FASE3_CONTAGEM" TO WS-JOB-DET3
        PERFORM PH-GRAVA-JOBSTATUS
        MOVE 8 TO RETURN-CODE
        PERFORM PH-GRAVA-HISTEXEC
        STOP RUN
    END-IF
    .
                        WS-EST-JANELA-N ") - rode um ciclo completo"
                CLOSE ESTADO-ROLL-IN
                MOVE 8 TO RETURN-CODE
                PERFORM PH-GRAVA-HISTEXEC
                STOP RUN
            END-IF
        END-IF
    END-STRING
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
*> Uma linha por invocacao no historico compartilhado pela esteira:
*> programa, data de negocio (ultima sessao do ranking; data do run se
*> nao houver), inicio/fim, duracao, condition code e as contagens
*> chave (linhas lidas do PriceReport, retornos gravados, rejeitadas).
*> Ao contrario do stats, nunca e' reiniciado - e' a serie que o
*> MOTOR-B3-HISTORICO compara contra a media das execucoes anteriores.
PH-GRAVA-HISTEXEC.
    PERFORM PH-CAPTURA-TS
    MOVE WS-TS-ISO TO WS-HX-FIM-ISO

    COMPUTE WS-HX-DURACAO = WS-TS-TOTSEC - WS-START-TOTSEC
    IF WS-HX-DURACAO < 0
        ADD 86400 TO WS-HX-DURACAO
    END-IF
    MOVE WS-HX-DURACAO TO WS-HX-DURACAO-TXT

    *> Data de negocio: a do ranking (Fase 4); abortando antes dela, a
    *> maior data lida na Fase 1; so' sem nenhuma das duas, a do relogio
    MOVE WS-RANK-MAX-DATE TO WS-HX-DATA-NEGOCIO
    IF WS-HX-DATA-NEGOCIO = SPACES
        MOVE WS-MAX-TRADE-DATE TO WS-HX-DATA-NEGOCIO
    END-IF
    IF WS-HX-DATA-NEGOCIO = SPACES
        MOVE WS-START-ISO(1:10) TO WS-HX-DATA-NEGOCIO
    END-IF

    MOVE RETURN-CODE     TO WS-HX-CC-TXT

    IF WS-MODO-DELTA = "Y"
        MOVE "DELTA"    TO WS-HX-MODO
    ELSE
        MOVE "COMPLETO" TO WS-HX-MODO
    END-IF

    *> Retomada que pulou a Fase 1: as contagens sao as que a
    *> invocacao que concluiu a fase deixou no run-control (lidos la'
    *> sem o header; aqui com ele, como WS-TOTAL-LINES)
    IF WS-P1-RAN = "N" AND WS-RC-F1-OK = "Y"
        COMPUTE WS-HX-LIDOS-TXT = WS-RC-F1-LIDOS + 1
        MOVE WS-RC-F1-GRAVADOS TO WS-HX-GRAVADOS-TXT
        MOVE WS-RC-F1-REJ      TO WS-HX-REJEITADOS-TXT
    ELSE
        MOVE WS-TOTAL-LINES  TO WS-HX-LIDOS-TXT
        MOVE WS-TOTAL-RET    TO WS-HX-GRAVADOS-TXT
        MOVE WS-REJECT-COUNT TO WS-HX-REJEITADOS-TXT
    END-IF

    OPEN EXTEND HISTEXEC-OUT
    IF WS-HISTEXEC-FILE-STATUS = "35"
        OPEN OUTPUT HISTEXEC-OUT
        MOVE "Programa,DataNegocio,Inicio,Fim,DuracaoSeg,CondCode,RegistrosLidos,RegistrosGravados,RegistrosRejeitados,Modo"
            TO HISTEXEC-REC
        WRITE HISTEXEC-REC
    END-IF

    MOVE SPACES TO HISTEXEC-REC
    STRING
        "COBOL"              DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-DATA-NEGOCIO   DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-START-ISO         DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-FIM-ISO        DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-DURACAO-TXT    DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-CC-TXT         DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-LIDOS-TXT      DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-GRAVADOS-TXT   DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-REJEITADOS-TXT DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-MODO           DELIMITED BY SPACE
        INTO HISTEXEC-REC
    END-STRING
    WRITE HISTEXEC-REC

    CLOSE HISTEXEC-OUT
    .

*> Cria o CSV de stats vazio (so' header) no inicio de um ciclo novo.
*> Chamada apenas quando WS-CKPT-RESUMING = "N" (ver MAIN-PARA); numa
*> retomada o arquivo ja existe com linhas de invocacoes anteriores.
