       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-PUBLICACAO.

*> Extrato unico de publicacao para o painel: uma foto por ticker da
*> data de negocio, montada a partir das saidas da noite, so' quando a
*> esteira terminou limpa e todas as saidas sao da mesma rodada.
*>
*> Condicoes para publicar (qualquer falha RETEM a publicacao e a
*> geracao publicada anterior continua valendo, codigo 4):
*>   - processados/motor_b3_jobstatus_cobol.csv com GERAL no maximo
*>     PUBLICA_CC_MAXIMO (default 0);
*>   - no processados/historico_execucoes_cobol.csv, a ultima execucao
*>     do COBOL com DataNegocio = data de negocio e CondCode no maximo
*>     PUBLICA_CC_MAXIMO;
*>   - idem para cada programa de PUBLICA_PROGRAMAS (lista com ";",
*>     default RISCO;WATCHLIST), que alem disso precisa ter comecado
*>     depois do inicio da ultima execucao do COBOL - var_es e os
*>     alertas nao tem data e so' o historico diz de que noite sao.
*> Data de negocio = ultima TradeDate de rolling_metrics_by_ticker;
*> RunId = ultima linha de motor_b3_runcontrol_cobol.csv.
*>
*> Extrato processados/painel_publicacao_cobol.csv, sem linha de
*> nomes de coluna; o primeiro campo e' o tipo do registro:
*>
*>   H,DataNegocio,RunId,GeradoEm
*>   D,DataNegocio,TickerSymbol,Setor,Subsetor,InstrumentType,
*>     MktStream,NObsJanela,RetJanela,VolDiariaJanela,VolAnualJanela,
*>     VolumeJanela,NumNegociosJanela,IndiceLiquidez,BetaJanela,
*>     CorrelJanela,Max52Sem,DataMax,Min52Sem,DataMin,UltimoPreco,
*>     DrawdownPct,DiasDesdePico,NObsVaR,VaR95,VaR99,ES95,ES99,
*>     PiorPerdaDia,FlagVaR,VolumeShareSetor,HHISetor,Rankings,
*>     FlagAnomalia,QtdAnomalias,TiposAnomalia,FlagAlerta,QtdAlertas
*>   T,DataNegocio,RunId,QtdRegistrosDetalhe,QtdRegistrosTotal,
*>     SomaVolumeJanela,SomaNumNegociosJanela,SomaIndiceLiquidez,
*>     QtdComExtremos,QtdComVaR,QtdComAnomalia,QtdComAlerta,
*>     QtdSemSetor
*>
*> Um D por ticker do rolling na data de negocio, em ordem de ticker.
*> Colunas numericas saem como nos arquivos de origem (mesma largura);
*> sem o dado na origem a coluna sai em branco - FlagVaR SEM_VAR para
*> ticker fora do var_es, SEM_SETOR no Setor como no motor. Rankings:
*> "Categoria:Posicao" do daily_ranking separados por ";"; anomalias
*> e alertas (DISPARADA nos alertas_<owner> dos owners de
*> data/watchlist.csv) so' da data de negocio. O trailer fecha com o
*> total de registros (H e T incluidos) e as somas das colunas D, para
*> o painel conferir o que leu.
*>
*> O extrato e' montado em processados/painel_publicacao_work_cobol.csv;
*> so' depois de completo a geracao publicada vai para processados/
*> painel_publicacao_anterior_cobol.csv (volta atras) e o work vira o
*> publicado. Republicar a mesma data e RunId nao mexe no anterior.
*>
*> RETURN-CODE 8 sem jobstatus, run-control, rolling ou historico, ou
*> com tickers alem da capacidade (nada e' publicado); 4 com a
*> publicacao retida.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    SELECT JOBST-IN
        ASSIGN TO "processados/motor_b3_jobstatus_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOBST-FILE-STATUS.

    SELECT RUNCTL-IN
        ASSIGN TO "processados/motor_b3_runcontrol_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

    SELECT HISTEXEC-IN
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTIN-FILE-STATUS.

    SELECT ROLLING-IN
        ASSIGN TO "processados/rolling_metrics_by_ticker_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLING-FILE-STATUS.

    SELECT SETOR-IN
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETOR-FILE-STATUS.

    SELECT EXTREMOS-IN
        ASSIGN TO "processados/ticker_extremos_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTREMOS-FILE-STATUS.

    SELECT VARES-IN
        ASSIGN TO "processados/var_es_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARES-FILE-STATUS.

    SELECT SETMET-IN
        ASSIGN TO "processados/setor_metrics_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETMET-FILE-STATUS.

    SELECT RANKING-IN
        ASSIGN TO "processados/daily_ranking_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANKING-FILE-STATUS.

    SELECT ANOMALIA-IN
        ASSIGN TO "processados/anomalias_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANOMALIA-FILE-STATUS.

    SELECT WATCH-IN
        ASSIGN TO "data/watchlist.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCH-FILE-STATUS.

    *> Um arquivo de alertas por owner, gravado pelo MOTOR-B3-WATCHLIST
    SELECT ALERTA-IN
        ASSIGN TO DYNAMIC WS-ALERTA-ARQUIVO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERTA-FILE-STATUS.

    SELECT PAINEL-WORK
        ASSIGN TO "processados/painel_publicacao_work_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

    SELECT PAINEL-ATUAL
        ASSIGN TO "processados/painel_publicacao_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ATUAL-FILE-STATUS.

    SELECT PAINEL-ANT
        ASSIGN TO "processados/painel_publicacao_anterior_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Historico de execucoes compartilhado pela esteira (uma linha por
    *> invocacao, OPEN EXTEND; criado com header na primeira vez)
    SELECT HISTEXEC-OUT
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(256).

FD  JOBST-IN.
01  JOBST-REC            PIC X(128).

FD  RUNCTL-IN.
01  RUNCTL-REC           PIC X(256).

FD  HISTEXEC-IN.
01  HISTEXEC-IN-REC      PIC X(256).

FD  ROLLING-IN.
01  ROLLING-REC          PIC X(512).

FD  SETOR-IN.
01  SETOR-REC            PIC X(256).

FD  EXTREMOS-IN.
01  EXTREMOS-REC         PIC X(256).

FD  VARES-IN.
01  VARES-REC            PIC X(256).

FD  SETMET-IN.
01  SETMET-REC           PIC X(256).

FD  RANKING-IN.
01  RANKING-REC          PIC X(256).

FD  ANOMALIA-IN.
01  ANOMALIA-REC         PIC X(256).

FD  WATCH-IN.
01  WATCH-REC            PIC X(256).

FD  ALERTA-IN.
01  ALERTA-REC           PIC X(256).

FD  PAINEL-WORK.
01  PAINEL-WORK-REC      PIC X(1024).

FD  PAINEL-ATUAL.
01  PAINEL-ATUAL-REC     PIC X(1024).

FD  PAINEL-ANT.
01  PAINEL-ANT-REC       PIC X(1024).

FD  HISTEXEC-OUT.
01  HISTEXEC-REC         PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-JOBST-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-RUNCTL-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-HISTIN-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-ROLLING-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-SETOR-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-EXTREMOS-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-VARES-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-SETMET-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-RANKING-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-ANOMALIA-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-WATCH-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-ALERTA-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-WORK-FILE-STATUS      PIC X(2)  VALUE "00".
01  WS-ATUAL-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-HISTEXEC-FILE-STATUS  PIC X(2)  VALUE "00".

*> Fim de arquivo e header das leituras (um par reaproveitado por
*> todas as leituras, que sao sempre uma de cada vez)
01  WS-EOF                   PIC X     VALUE "N".
01  WS-HEADER-SKIP           PIC X     VALUE "N".

*> ---------- PARAMETROS ----------
01  WS-PARAM-FIELDS.
    05  PF-NOME        PIC X(40).
    05  PF-VALOR       PIC X(200).

01  WS-CC-MAXIMO       PIC 9(3)  VALUE 0.

*> Programas conferidos no historico: o COBOL sempre na posicao 1,
*> os de PUBLICA_PROGRAMAS a partir da 2
01  WS-PG-LISTA-TBL.
    05  WS-PG-LISTA-ITEM OCCURS 10 TIMES PIC X(12).
01  WS-PG-INFORMADO    PIC X     VALUE "N".
01  WS-PG-TBL.
    05  WS-PG-ENTRY OCCURS 11 TIMES.
        10  PG-NOME        PIC X(12).
        10  PG-ACHOU       PIC X.
        10  PG-DATA        PIC X(10).
        10  PG-INICIO      PIC X(19).
        10  PG-CC          PIC 9(3).
01  WS-PG-COUNT        PIC 9(3)  VALUE 0.
01  WS-PG-IDX          PIC 9(3)  VALUE 0.

*> ---------- STATUS DO JOB / RUN-CONTROL / HISTORICO ----------
01  WS-JOBST-FIELDS.
    05  JS-F-FASE      PIC X(20).
    05  JS-F-CC        PIC X(10).
    05  JS-F-DETALHE   PIC X(80).
01  WS-JOB-GERAL-ACHOU PIC X     VALUE "N".
01  WS-JOB-CC-GERAL    PIC 9(3)  VALUE 0.
01  WS-JOB-DET-GERAL   PIC X(80) VALUE SPACES.

01  WS-RUNCTL-FIELDS.
    05  RC-F-RUNID     PIC X(20).
    05  RC-F-FASE      PIC X(20).
01  WS-RUN-ID          PIC X(14) VALUE SPACES.

01  WS-HISTIN-FIELDS.
    05  HI-F-PROG      PIC X(20).
    05  HI-F-DATA      PIC X(20).
    05  HI-F-INICIO    PIC X(20).
    05  HI-F-FIM       PIC X(20).
    05  HI-F-DURACAO   PIC X(20).
    05  HI-F-CC        PIC X(20).

*> ---------- CONFERENCIA ----------
01  WS-RETIDA          PIC X     VALUE "N".
01  WS-CC-RETENCAO     PIC 9     VALUE 0.
01  WS-QTD-MOTIVOS     PIC 9(3)  VALUE 0.

*> ---------- TICKERS DO EXTRATO (rolling na data de negocio) ----------
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
    05  RL-F-BETA      PIC X(30).
    05  RL-F-CORREL    PIC X(30).
    05  RL-F-INSTR     PIC X(30).
    05  RL-F-MKT       PIC X(30).

01  WS-DATA-NEGOCIO    PIC X(10) VALUE SPACES.
01  WS-ROW-DATE        PIC X(10) VALUE SPACES.
01  WS-TICKER-12       PIC X(12) VALUE SPACES.

*> Colunas guardadas com a largura do arquivo de origem, para sairem
*> no extrato exatamente como o painel ja' as le hoje
01  WS-PB-TBL.
    05  PB-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-PB-COUNT
            ASCENDING KEY IS PB-TICKER
            INDEXED BY WS-PB-TIDX.
        10  PB-TICKER      PIC X(12).
        10  PB-NOBS        PIC X(2).
        10  PB-RET         PIC X(11).
        10  PB-VOLD        PIC X(11).
        10  PB-VOLA        PIC X(11).
        10  PB-VOLUME      PIC X(22).
        10  PB-NEG         PIC X(9).
        10  PB-LIQ         PIC X(22).
        10  PB-BETA        PIC X(11).
        10  PB-CORREL      PIC X(9).
        10  PB-INSTR       PIC X(20).
        10  PB-MKT         PIC X(20).
        10  PB-SETOR       PIC X(30).
        10  PB-SUBSETOR    PIC X(30).
        10  PB-MAX52       PIC X(12).
        10  PB-DATAMAX     PIC X(10).
        10  PB-MIN52       PIC X(12).
        10  PB-DATAMIN     PIC X(10).
        10  PB-ULTIMO      PIC X(12).
        10  PB-DDPCT       PIC X(8).
        10  PB-DIASPICO    PIC X(5).
        10  PB-VAR-NOBS    PIC X(3).
        10  PB-VAR95       PIC X(9).
        10  PB-VAR99       PIC X(9).
        10  PB-ES95        PIC X(9).
        10  PB-ES99        PIC X(9).
        10  PB-PIOR        PIC X(9).
        10  PB-VAR-FLAG    PIC X(22).
        10  PB-VSHARE      PIC X(10).
        10  PB-HHI         PIC X(10).
        10  PB-RANKINGS    PIC X(80).
        10  PB-RANK-PTR    PIC 9(3).
        10  PB-QTD-ANOM    PIC 9(3).
        10  PB-TIPOS-ANOM  PIC X(80).
        10  PB-ANOM-PTR    PIC 9(3).
        10  PB-QTD-ALERTA  PIC 9(3).
01  WS-PB-COUNT        PIC 9(4)  VALUE 0.
01  WS-PB-MAX          PIC 9(4)  VALUE 3000.
01  WS-PB-IDX          PIC 9(4)  VALUE 0.
01  WS-PB-INSPOS       PIC 9(4)  VALUE 0.
01  WS-PB-SHIFT-IDX    PIC 9(4)  VALUE 0.
01  WS-PB-FOUND        PIC X     VALUE "N".
*> Tickers da data de negocio alem da capacidade da tabela
01  WS-PB-DROP-COUNT   PIC 9(9)  VALUE 0.

*> ---------- CAMPOS DAS DEMAIS ORIGENS ----------
01  WS-SETOR-FIELDS.
    05  SE-F-TICKER    PIC X(20).
    05  SE-F-SETOR     PIC X(30).
    05  SE-F-SUBSETOR  PIC X(30).

01  WS-EXTREMOS-FIELDS.
    05  EX-F-TICKER    PIC X(20).
    05  EX-F-MAX       PIC X(20).
    05  EX-F-DATAMAX   PIC X(20).
    05  EX-F-MIN       PIC X(20).
    05  EX-F-DATAMIN   PIC X(20).
    05  EX-F-ULTIMO    PIC X(20).
    05  EX-F-DDPCT     PIC X(20).
    05  EX-F-DIAS      PIC X(20).

01  WS-VARES-FIELDS.
    05  VR-F-TICKER    PIC X(20).
    05  VR-F-NOBS      PIC X(20).
    05  VR-F-VAR95     PIC X(20).
    05  VR-F-VAR99     PIC X(20).
    05  VR-F-ES95      PIC X(20).
    05  VR-F-ES99      PIC X(20).
    05  VR-F-PIOR      PIC X(20).
    05  VR-F-FLAG      PIC X(30).

01  WS-SETMET-FIELDS.
    05  SM-F-TRADEDATE PIC X(20).
    05  SM-F-SETOR     PIC X(30).
    05  SM-F-NTICKERS  PIC X(20).
    05  SM-F-VOLUME    PIC X(30).
    05  SM-F-NEG       PIC X(30).
    05  SM-F-VSHARE    PIC X(20).
    05  SM-F-HHI       PIC X(20).

*> VolumeShare/HHI por setor na data de negocio
01  WS-SM-TBL.
    05  WS-SM-ENTRY OCCURS 200 TIMES.
        10  SM-SETOR       PIC X(30).
        10  SM-VSHARE      PIC X(10).
        10  SM-HHI         PIC X(10).
01  WS-SM-COUNT        PIC 9(3)  VALUE 0.
01  WS-SM-IDX          PIC 9(3)  VALUE 0.

01  WS-RANKING-FIELDS.
    05  RK-F-TRADEDATE PIC X(20).
    05  RK-F-CATEGORIA PIC X(30).
    05  RK-F-POSICAO   PIC X(10).
    05  RK-F-TICKER    PIC X(20).

01  WS-ANOMALIA-FIELDS.
    05  AN-F-TRADEDATE PIC X(20).
    05  AN-F-TICKER    PIC X(20).
    05  AN-F-TIPO      PIC X(30).

01  WS-WATCH-FIELDS.
    05  WL-F-OWNER     PIC X(20).

*> Owners distintos de data/watchlist.csv
01  WS-OW-TBL.
    05  OW-OWNER OCCURS 100 TIMES PIC X(20).
01  WS-OW-COUNT        PIC 9(3)  VALUE 0.
01  WS-OW-IDX          PIC 9(3)  VALUE 0.
01  WS-OW-FOUND        PIC X     VALUE "N".
01  WS-OW-DROP         PIC 9(5)  VALUE 0.
01  WS-ALERTA-ARQUIVO  PIC X(80) VALUE SPACES.

01  WS-ALERTA-FIELDS.
    05  AL-F-TRADEDATE PIC X(20).
    05  AL-F-TICKER    PIC X(20).
    05  AL-F-METRICA   PIC X(20).
    05  AL-F-OPER      PIC X(10).
    05  AL-F-LIMITE    PIC X(30).
    05  AL-F-VALOR     PIC X(30).
    05  AL-F-SITUACAO  PIC X(20).

*> ---------- CONTADORES ----------
01  WS-QTD-LINHAS-ROLL PIC 9(9)  VALUE 0.
01  WS-QTD-DETALHE     PIC 9(9)  VALUE 0.
01  WS-QTD-TOTAL       PIC 9(9)  VALUE 0.
01  WS-QTD-EXTREMOS    PIC 9(9)  VALUE 0.
01  WS-QTD-VAR         PIC 9(9)  VALUE 0.
01  WS-QTD-COM-ANOM    PIC 9(9)  VALUE 0.
01  WS-QTD-COM-ALERTA  PIC 9(9)  VALUE 0.
01  WS-QTD-SEM-SETOR   PIC 9(9)  VALUE 0.
01  WS-QTD-ANOMALIAS   PIC 9(9)  VALUE 0.
01  WS-QTD-ALERTAS     PIC 9(9)  VALUE 0.
01  WS-QTD-RANKINGS    PIC 9(9)  VALUE 0.
01  WS-QTD-OW-SEM-ARQ  PIC 9(5)  VALUE 0.
01  WS-QTD-COPIADAS    PIC 9(9)  VALUE 0.

*> Totais de controle do trailer (somas das colunas dos D)
01  WS-SOMA-VOLUME     PIC 9(18)V9(4) VALUE 0.
01  WS-SOMA-NEG        PIC 9(15)      VALUE 0.
01  WS-SOMA-LIQ        PIC 9(18)V9(4) VALUE 0.

*> ---------- FORMATACAO ----------
01  WS-FLAG-ANOM       PIC X     VALUE "N".
01  WS-FLAG-ALERTA     PIC X     VALUE "N".
01  WS-QTD3-TXT        PIC 9(3).
01  WS-QTD3B-TXT       PIC 9(3).
01  WS-QTD9-TXT        PIC 9(9).
01  WS-QTD9B-TXT       PIC 9(9).
01  WS-QTD9C-TXT       PIC 9(9).
01  WS-QTD9D-TXT       PIC 9(9).
01  WS-QTD9E-TXT       PIC 9(9).
01  WS-QTD9F-TXT       PIC 9(9).
01  WS-QTD9G-TXT       PIC 9(9).
01  WS-SOMA-VOLUME-TXT PIC 9(18).9(4).
01  WS-SOMA-NEG-TXT    PIC 9(15).
01  WS-SOMA-LIQ-TXT    PIC 9(18).9(4).
01  WS-GERADO-EM       PIC X(19) VALUE SPACES.
01  WS-TRECHO          PIC X(30) VALUE SPACES.

*> Geracao publicada hoje (primeiro registro do extrato corrente)
01  WS-ATUAL-FIELDS.
    05  AT-F-TIPO      PIC X(5).
    05  AT-F-DATA      PIC X(20).
    05  AT-F-RUNID     PIC X(20).
01  WS-MESMA-GERACAO   PIC X     VALUE "N".

*> ---------- HISTORICO DE EXECUCOES ----------
01  WS-HX-TS-INICIO.
    05  HX-INI-AAAA      PIC X(4).
    05  HX-INI-MES       PIC X(2).
    05  HX-INI-DIA       PIC X(2).
    05  HX-INI-HH        PIC 9(2).
    05  HX-INI-MM        PIC 9(2).
    05  HX-INI-SS        PIC 9(2).
01  WS-HX-TS-FIM.
    05  HX-FIM-AAAA      PIC X(4).
    05  HX-FIM-MES       PIC X(2).
    05  HX-FIM-DIA       PIC X(2).
    05  HX-FIM-HH        PIC 9(2).
    05  HX-FIM-MM        PIC 9(2).
    05  HX-FIM-SS        PIC 9(2).
01  WS-HX-INICIO-ISO     PIC X(19) VALUE SPACES.
01  WS-HX-FIM-ISO        PIC X(19) VALUE SPACES.
01  WS-HX-DURACAO        PIC S9(7) VALUE 0.
01  WS-HX-DURACAO-TXT    PIC 9(7).
01  WS-HX-CC-TXT         PIC 9(3).
01  WS-HX-DATA-NEGOCIO   PIC X(10) VALUE SPACES.
01  WS-HX-LIDOS          PIC 9(9)  VALUE 0.
01  WS-HX-GRAVADOS       PIC 9(9)  VALUE 0.
01  WS-HX-REJEITADOS     PIC 9(9)  VALUE 0.

PROCEDURE DIVISION.

MAIN-PARA.
    DISPLAY "=== MOTOR B3 PUBLICACAO (extrato do painel) ==="

    PERFORM PB-INICIA-HISTEXEC
    PERFORM PB-LEIA-PARAMETROS

    PERFORM PB-LEIA-JOBSTATUS
    IF WS-JOBST-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: processados/motor_b3_jobstatus_cobol.csv "
                "ausente - rode o MOTOR-B3-COBOL antes"
        MOVE 8 TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        GOBACK
    END-IF

    PERFORM PB-LEIA-RUNCONTROL
    IF WS-RUN-ID = SPACES
        DISPLAY "ERRO: processados/motor_b3_runcontrol_cobol.csv "
                "ausente ou vazio - sem RunId para o header"
        MOVE 8 TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        GOBACK
    END-IF

    PERFORM PB-MONTA-TICKERS
    IF WS-ROLLING-FILE-STATUS NOT = "00" OR WS-PB-COUNT = 0
        DISPLAY "ERRO: processados/rolling_metrics_by_ticker_cobol.csv "
                "ausente ou vazio - rode o MOTOR-B3-COBOL antes"
        MOVE 8 TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        GOBACK
    END-IF

    PERFORM PB-LEIA-HISTORICO
    IF WS-HISTIN-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: processados/historico_execucoes_cobol.csv "
                "ausente - sem como conferir de que noite sao o "
                "var_es e os alertas"
        MOVE 8 TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        GOBACK
    END-IF

    PERFORM PB-CONFERE-ESTEIRA

    IF WS-PB-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-PB-DROP-COUNT " tickers alem da "
                "capacidade da tabela (" WS-PB-MAX ") - extrato "
                "INCOMPLETO ***"
        MOVE "Y" TO WS-RETIDA
        MOVE 8   TO WS-CC-RETENCAO
    END-IF

    IF WS-RETIDA = "Y"
        DISPLAY "*** ATENCAO: publicacao RETIDA para " WS-DATA-NEGOCIO
                " - a geracao publicada anterior continua valendo ***"
        MOVE WS-CC-RETENCAO TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        GOBACK
    END-IF

    PERFORM PB-LEIA-SETORES
    PERFORM PB-LEIA-EXTREMOS
    PERFORM PB-LEIA-VARES
    PERFORM PB-LEIA-SETOR-METRICS
    PERFORM PB-LEIA-RANKING
    PERFORM PB-LEIA-ANOMALIAS
    PERFORM PB-LEIA-WATCHLIST
    PERFORM PB-LEIA-ALERTAS

    PERFORM PB-GRAVA-EXTRATO
    PERFORM PB-PUBLICA

    DISPLAY "Data de negocio......................: " WS-DATA-NEGOCIO
    DISPLAY "RunId................................: " WS-RUN-ID
    DISPLAY "Linhas de rolling lidas..............: " WS-QTD-LINHAS-ROLL
    DISPLAY "Registros D publicados...............: " WS-QTD-DETALHE
    DISPLAY "Registros no extrato (H+D+T).........: " WS-QTD-TOTAL
    DISPLAY "Tickers com extremos 52 semanas......: " WS-QTD-EXTREMOS
    DISPLAY "Tickers com VaR/ES (flag OK).........: " WS-QTD-VAR
    DISPLAY "Tickers sem setor....................: " WS-QTD-SEM-SETOR
    DISPLAY "Posicoes de ranking na data..........: " WS-QTD-RANKINGS
    DISPLAY "Anomalias na data....................: " WS-QTD-ANOMALIAS
    DISPLAY "Alertas disparados na data...........: " WS-QTD-ALERTAS
    DISPLAY "Owners sem arquivo de alertas........: " WS-QTD-OW-SEM-ARQ
    DISPLAY "Registros da geracao anterior salvos.: " WS-QTD-COPIADAS
    DISPLAY "=== FIM MOTOR B3 PUBLICACAO ==="

    PERFORM PB-GRAVA-HISTEXEC
    GOBACK.

*> ==========================================================
*> PARAMETROS (data/motor_b3_parametros.csv)
*> ==========================================================
PB-LEIA-PARAMETROS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    PERFORM PB-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF

    MOVE SPACES  TO WS-PG-TBL
    MOVE "COBOL" TO PG-NOME(1)
    MOVE 1       TO WS-PG-COUNT

    IF WS-PG-INFORMADO = "N"
        MOVE "RISCO"     TO PG-NOME(2)
        MOVE "WATCHLIST" TO PG-NOME(3)
        MOVE 3           TO WS-PG-COUNT
    ELSE
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > 10
            IF WS-PG-LISTA-ITEM(WS-PG-IDX) NOT = SPACES
               AND WS-PG-LISTA-ITEM(WS-PG-IDX) NOT = "COBOL"
                ADD 1 TO WS-PG-COUNT
                MOVE WS-PG-LISTA-ITEM(WS-PG-IDX)
                    TO PG-NOME(WS-PG-COUNT)
            END-IF
        END-PERFORM
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
        UNTIL WS-PG-IDX > WS-PG-COUNT
        MOVE "N" TO PG-ACHOU(WS-PG-IDX)
        MOVE 0   TO PG-CC(WS-PG-IDX)
    END-PERFORM
    .

PB-PROCESSA-PARAM.
    IF WS-HEADER-SKIP = "N"
        MOVE "Y" TO WS-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PARAM-FIELDS

    UNSTRING PARAM-REC
      DELIMITED BY ","
      INTO PF-NOME PF-VALOR
    END-UNSTRING

    EVALUATE PF-NOME
        WHEN "PUBLICA_CC_MAXIMO"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-CC-MAXIMO = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "PUBLICA_PROGRAMAS"
            IF PF-VALOR NOT = SPACES
                PERFORM PB-PROCESSA-PROGRAMAS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Valor esperado: programas separados por ";" (ate 10), com o nome
*> gravado na coluna Programa do historico (ex. RISCO;WATCHLIST)
PB-PROCESSA-PROGRAMAS.
    MOVE SPACES TO WS-PG-LISTA-TBL

    UNSTRING PF-VALOR
      DELIMITED BY ";"
      INTO WS-PG-LISTA-ITEM(1) WS-PG-LISTA-ITEM(2)
           WS-PG-LISTA-ITEM(3) WS-PG-LISTA-ITEM(4)
           WS-PG-LISTA-ITEM(5) WS-PG-LISTA-ITEM(6)
           WS-PG-LISTA-ITEM(7) WS-PG-LISTA-ITEM(8)
           WS-PG-LISTA-ITEM(9) WS-PG-LISTA-ITEM(10)
    END-UNSTRING

    MOVE "Y" TO WS-PG-INFORMADO
    .

*> ==========================================================
*> STATUS DO JOB E RUNID DO MOTOR
*> ==========================================================
PB-LEIA-JOBSTATUS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT JOBST-IN

    IF WS-JOBST-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ JOBST-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM PB-PROCESSA-JOBSTATUS
        END-READ
    END-PERFORM

    CLOSE JOBST-IN
    MOVE "00" TO WS-JOBST-FILE-STATUS
    .

*> Linha esperada: Fase,CondCode,Detalhe - so' a GERAL interessa (o
*> motor grava nela o maior codigo entre as fases)
PB-PROCESSA-JOBSTATUS.
    IF WS-HEADER-SKIP = "N"
        MOVE "Y" TO WS-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-JOBST-FIELDS
    UNSTRING JOBST-REC
      DELIMITED BY ","
      INTO JS-F-FASE JS-F-CC JS-F-DETALHE
    END-UNSTRING

    IF JS-F-FASE = "GERAL"
        MOVE "Y" TO WS-JOB-GERAL-ACHOU
        MOVE JS-F-DETALHE TO WS-JOB-DET-GERAL
        IF FUNCTION TEST-NUMVAL(JS-F-CC) = 0
            COMPUTE WS-JOB-CC-GERAL = FUNCTION NUMVAL(JS-F-CC)
        ELSE
            MOVE 999 TO WS-JOB-CC-GERAL
        END-IF
    END-IF
    .

*> RunId da ultima linha do run-control (a invocacao mais recente do
*> motor; uma retomada por checkpoint grava as fases que rodou)
PB-LEIA-RUNCONTROL.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT RUNCTL-IN

    IF WS-RUNCTL-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ RUNCTL-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    MOVE SPACES TO WS-RUNCTL-FIELDS
                    UNSTRING RUNCTL-REC
                      DELIMITED BY ","
                      INTO RC-F-RUNID RC-F-FASE
                    END-UNSTRING
                    IF RC-F-RUNID NOT = SPACES
                        MOVE RC-F-RUNID(1:14) TO WS-RUN-ID
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE RUNCTL-IN
    .

*> ==========================================================
*> TICKERS DA DATA DE NEGOCIO (rolling_metrics_by_ticker)
*> ==========================================================
*> Uma passada: a data mais recente do arquivo e' a data de negocio;
*> uma data mais nova que a corrente descarta o que foi acumulado.
PB-MONTA-TICKERS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP
    MOVE 0   TO WS-PB-COUNT
    MOVE SPACES TO WS-DATA-NEGOCIO

    OPEN INPUT ROLLING-IN

    IF WS-ROLLING-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ ROLLING-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM PB-PROCESSA-ROLLING
        END-READ
    END-PERFORM

    CLOSE ROLLING-IN
    MOVE "00" TO WS-ROLLING-FILE-STATUS
    MOVE WS-DATA-NEGOCIO TO WS-HX-DATA-NEGOCIO
    .

*> Linha esperada: TradeDate,TickerSymbol,NObsJanela,RetJanela,
*> VolDiariaJanela,VolAnualJanela,VolumeJanela,NumNegociosJanela,
*> IndiceLiquidez,BetaJanela,CorrelJanela,InstrumentType,MktStream
PB-PROCESSA-ROLLING.
    IF WS-HEADER-SKIP = "N"
        MOVE "Y" TO WS-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LINHAS-ROLL

    MOVE SPACES TO WS-ROLLING-FIELDS
    UNSTRING ROLLING-REC
      DELIMITED BY ","
      INTO RL-F-TRADEDATE RL-F-TICKER RL-F-NOBS RL-F-RET RL-F-VOLD
           RL-F-VOLA RL-F-VOLUME RL-F-NEG RL-F-LIQ RL-F-BETA
           RL-F-CORREL RL-F-INSTR RL-F-MKT
    END-UNSTRING

    IF RL-F-TRADEDATE = SPACES OR RL-F-TICKER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE RL-F-TRADEDATE(1:10) TO WS-ROW-DATE
    MOVE RL-F-TICKER(1:12)    TO WS-TICKER-12

    IF WS-ROW-DATE < WS-DATA-NEGOCIO
        EXIT PARAGRAPH
    END-IF

    IF WS-ROW-DATE > WS-DATA-NEGOCIO
        MOVE WS-ROW-DATE TO WS-DATA-NEGOCIO
        MOVE 0 TO WS-PB-COUNT
        MOVE 0 TO WS-PB-DROP-COUNT
    END-IF

    PERFORM PB-LOCALIZA-TICKER

    *> Ticker repetido na mesma data fica com a ultima linha
    IF WS-PB-FOUND = "N"
        IF WS-PB-COUNT >= WS-PB-MAX
            ADD 1 TO WS-PB-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        PERFORM PB-INSERE-TICKER
    END-IF

    MOVE RL-F-NOBS    TO PB-NOBS(WS-PB-IDX)
    MOVE RL-F-RET     TO PB-RET(WS-PB-IDX)
    MOVE RL-F-VOLD    TO PB-VOLD(WS-PB-IDX)
    MOVE RL-F-VOLA    TO PB-VOLA(WS-PB-IDX)
    MOVE RL-F-VOLUME  TO PB-VOLUME(WS-PB-IDX)
    MOVE RL-F-NEG     TO PB-NEG(WS-PB-IDX)
    MOVE RL-F-LIQ     TO PB-LIQ(WS-PB-IDX)
    MOVE RL-F-BETA    TO PB-BETA(WS-PB-IDX)
    MOVE RL-F-CORREL  TO PB-CORREL(WS-PB-IDX)
    MOVE RL-F-INSTR   TO PB-INSTR(WS-PB-IDX)
    MOVE RL-F-MKT     TO PB-MKT(WS-PB-IDX)
    .

*> Busca binaria de WS-TICKER-12 na tabela (ordenada por ticker)
PB-LOCALIZA-TICKER.
    MOVE "N" TO WS-PB-FOUND
    MOVE 0   TO WS-PB-IDX

    IF WS-PB-COUNT > 0
        SEARCH ALL PB-ENTRY
            AT END
                MOVE "N" TO WS-PB-FOUND
            WHEN PB-TICKER(WS-PB-TIDX) = WS-TICKER-12
                MOVE "Y" TO WS-PB-FOUND
                SET WS-PB-IDX TO WS-PB-TIDX
        END-SEARCH
    END-IF
    .

*> Abre espaco na posicao do ticker (ordem crescente) e inicializa a
*> entrada com as colunas das outras origens em branco
PB-INSERE-TICKER.
    MOVE WS-PB-COUNT TO WS-PB-INSPOS
    ADD 1 TO WS-PB-INSPOS

    PERFORM VARYING WS-PB-SHIFT-IDX FROM WS-PB-COUNT BY -1
        UNTIL WS-PB-SHIFT-IDX < 1
           OR PB-TICKER(WS-PB-SHIFT-IDX) < WS-TICKER-12
        MOVE PB-ENTRY(WS-PB-SHIFT-IDX)
            TO PB-ENTRY(WS-PB-SHIFT-IDX + 1)
        MOVE WS-PB-SHIFT-IDX TO WS-PB-INSPOS
    END-PERFORM

    ADD 1 TO WS-PB-COUNT
    MOVE WS-PB-INSPOS TO WS-PB-IDX

    MOVE SPACES        TO PB-ENTRY(WS-PB-IDX)
    MOVE WS-TICKER-12  TO PB-TICKER(WS-PB-IDX)
    MOVE "SEM_SETOR"   TO PB-SETOR(WS-PB-IDX)
    MOVE "SEM_VAR"     TO PB-VAR-FLAG(WS-PB-IDX)
    MOVE 1             TO PB-RANK-PTR(WS-PB-IDX)
    MOVE 0             TO PB-QTD-ANOM(WS-PB-IDX)
    MOVE 1             TO PB-ANOM-PTR(WS-PB-IDX)
    MOVE 0             TO PB-QTD-ALERTA(WS-PB-IDX)
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES: ULTIMA EXECUCAO DE CADA PROGRAMA
*> ==========================================================
PB-LEIA-HISTORICO.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT HISTEXEC-IN

    IF WS-HISTIN-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ HISTEXEC-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM PB-PROCESSA-HISTORICO
        END-READ
    END-PERFORM

    CLOSE HISTEXEC-IN
    MOVE "00" TO WS-HISTIN-FILE-STATUS
    .

*> Linha esperada: Programa,DataNegocio,Inicio,Fim,DuracaoSeg,
*> CondCode,... - o arquivo so' recebe EXTEND, entao a ultima linha de
*> um programa e' a execucao mais recente dele
PB-PROCESSA-HISTORICO.
    IF WS-HEADER-SKIP = "N"
        MOVE "Y" TO WS-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-HISTIN-FIELDS
    UNSTRING HISTEXEC-IN-REC
      DELIMITED BY ","
      INTO HI-F-PROG HI-F-DATA HI-F-INICIO HI-F-FIM HI-F-DURACAO
           HI-F-CC
    END-UNSTRING

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
        UNTIL WS-PG-IDX > WS-PG-COUNT
        IF PG-NOME(WS-PG-IDX) = HI-F-PROG(1:12)
            MOVE "Y"              TO PG-ACHOU(WS-PG-IDX)
            MOVE HI-F-DATA(1:10)  TO PG-DATA(WS-PG-IDX)
            MOVE HI-F-INICIO(1:19) TO PG-INICIO(WS-PG-IDX)
            IF FUNCTION TEST-NUMVAL(HI-F-CC) = 0
                COMPUTE PG-CC(WS-PG-IDX) = FUNCTION NUMVAL(HI-F-CC)
            ELSE
                MOVE 999 TO PG-CC(WS-PG-IDX)
            END-IF
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> CONFERENCIA DA ESTEIRA ANTES DE PUBLICAR
*> ==========================================================
*> Cada motivo vai para o console; qualquer um retem a publicacao.
PB-CONFERE-ESTEIRA.
    IF WS-JOB-GERAL-ACHOU = "N"
        DISPLAY "Retencao: jobstatus sem a linha GERAL"
        PERFORM PB-MARCA-RETENCAO
    ELSE
        IF WS-JOB-CC-GERAL > WS-CC-MAXIMO
            DISPLAY "Retencao: jobstatus GERAL com codigo "
                    WS-JOB-CC-GERAL " (" FUNCTION TRIM(WS-JOB-DET-GERAL) ")"
            PERFORM PB-MARCA-RETENCAO
        END-IF
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
        UNTIL WS-PG-IDX > WS-PG-COUNT
        PERFORM PB-CONFERE-PROGRAMA
    END-PERFORM
    .

PB-CONFERE-PROGRAMA.
    IF PG-ACHOU(WS-PG-IDX) = "N"
        DISPLAY "Retencao: " PG-NOME(WS-PG-IDX)
                " sem execucao no historico"
        PERFORM PB-MARCA-RETENCAO
        EXIT PARAGRAPH
    END-IF

    IF PG-DATA(WS-PG-IDX) NOT = WS-DATA-NEGOCIO
        DISPLAY "Retencao: ultima execucao do " PG-NOME(WS-PG-IDX)
                " e' da data " PG-DATA(WS-PG-IDX) ", nao de "
                WS-DATA-NEGOCIO
        PERFORM PB-MARCA-RETENCAO
    END-IF

    IF PG-CC(WS-PG-IDX) > WS-CC-MAXIMO
        DISPLAY "Retencao: ultima execucao do " PG-NOME(WS-PG-IDX)
                " terminou com codigo " PG-CC(WS-PG-IDX)
        PERFORM PB-MARCA-RETENCAO
    END-IF

    *> Programa que le as saidas do motor precisa ter rodado depois
    *> dele (o inicio ISO compara como texto)
    IF WS-PG-IDX > 1 AND PG-ACHOU(1) = "Y"
       AND PG-INICIO(WS-PG-IDX) < PG-INICIO(1)
        DISPLAY "Retencao: " PG-NOME(WS-PG-IDX) " rodou em "
                PG-INICIO(WS-PG-IDX) ", antes do COBOL de "
                PG-INICIO(1)
        PERFORM PB-MARCA-RETENCAO
    END-IF
    .

PB-MARCA-RETENCAO.
    MOVE "Y" TO WS-RETIDA
    ADD 1 TO WS-QTD-MOTIVOS
    IF WS-CC-RETENCAO < 4
        MOVE 4 TO WS-CC-RETENCAO
    END-IF
    .

*> ==========================================================
*> SETOR / SUBSETOR (data/ticker_setores.csv)
*> ==========================================================
PB-LEIA-SETORES.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT SETOR-IN

    IF WS-SETOR-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/ticker_setores.csv ausente - todos os "
                "tickers ficam SEM_SETOR"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ SETOR-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    MOVE SPACES TO WS-SETOR-FIELDS
                    UNSTRING SETOR-REC
                      DELIMITED BY ","
                      INTO SE-F-TICKER SE-F-SETOR SE-F-SUBSETOR
                    END-UNSTRING
                    MOVE SE-F-TICKER(1:12) TO WS-TICKER-12
                    PERFORM PB-LOCALIZA-TICKER
                    IF WS-PB-FOUND = "Y" AND SE-F-SETOR NOT = SPACES
                        MOVE SE-F-SETOR    TO PB-SETOR(WS-PB-IDX)
                        MOVE SE-F-SUBSETOR TO PB-SUBSETOR(WS-PB-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE SETOR-IN
    .

*> ==========================================================
*> EXTREMOS 52 SEMANAS E DRAWDOWN (ticker_extremos)
*> ==========================================================
*> Linha esperada: TickerSymbol,Max52Sem,DataMax,Min52Sem,DataMin,
*> UltimoPreco,DrawdownPct,DiasDesdePico
PB-LEIA-EXTREMOS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT EXTREMOS-IN

    IF WS-EXTREMOS-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: processados/ticker_extremos_cobol.csv ausente"
                " - colunas de extremos em branco"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ EXTREMOS-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-EXTREMOS
                END-IF
        END-READ
    END-PERFORM

    CLOSE EXTREMOS-IN
    .

PB-PROCESSA-EXTREMOS.
    MOVE SPACES TO WS-EXTREMOS-FIELDS
    UNSTRING EXTREMOS-REC
      DELIMITED BY ","
      INTO EX-F-TICKER EX-F-MAX EX-F-DATAMAX EX-F-MIN EX-F-DATAMIN
           EX-F-ULTIMO EX-F-DDPCT EX-F-DIAS
    END-UNSTRING

    MOVE EX-F-TICKER(1:12) TO WS-TICKER-12
    PERFORM PB-LOCALIZA-TICKER
    IF WS-PB-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    IF PB-MAX52(WS-PB-IDX) = SPACES
        ADD 1 TO WS-QTD-EXTREMOS
    END-IF

    MOVE EX-F-MAX     TO PB-MAX52(WS-PB-IDX)
    MOVE EX-F-DATAMAX TO PB-DATAMAX(WS-PB-IDX)
    MOVE EX-F-MIN     TO PB-MIN52(WS-PB-IDX)
    MOVE EX-F-DATAMIN TO PB-DATAMIN(WS-PB-IDX)
    MOVE EX-F-ULTIMO  TO PB-ULTIMO(WS-PB-IDX)
    MOVE EX-F-DDPCT   TO PB-DDPCT(WS-PB-IDX)
    MOVE EX-F-DIAS    TO PB-DIASPICO(WS-PB-IDX)
    .

*> ==========================================================
*> VaR / ES POR TICKER (var_es do MOTOR-B3-RISCO)
*> ==========================================================
*> Linha esperada: TickerSymbol,NObs,VaR95,VaR99,ES95,ES99,
*> PiorPerdaDia,Flag
PB-LEIA-VARES.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT VARES-IN

    IF WS-VARES-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: processados/var_es_cobol.csv ausente - "
                "todos os tickers ficam SEM_VAR"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ VARES-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-VARES
                END-IF
        END-READ
    END-PERFORM

    CLOSE VARES-IN
    .

PB-PROCESSA-VARES.
    MOVE SPACES TO WS-VARES-FIELDS
    UNSTRING VARES-REC
      DELIMITED BY ","
      INTO VR-F-TICKER VR-F-NOBS VR-F-VAR95 VR-F-VAR99 VR-F-ES95
           VR-F-ES99 VR-F-PIOR VR-F-FLAG
    END-UNSTRING

    MOVE VR-F-TICKER(1:12) TO WS-TICKER-12
    PERFORM PB-LOCALIZA-TICKER
    IF WS-PB-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    *> Com VaR/ES = flag OK (historico insuficiente sai sem numeros)
    IF VR-F-FLAG = "OK" AND PB-VAR-FLAG(WS-PB-IDX) NOT = "OK"
        ADD 1 TO WS-QTD-VAR
    END-IF

    MOVE VR-F-NOBS    TO PB-VAR-NOBS(WS-PB-IDX)
    MOVE VR-F-VAR95   TO PB-VAR95(WS-PB-IDX)
    MOVE VR-F-VAR99   TO PB-VAR99(WS-PB-IDX)
    MOVE VR-F-ES95    TO PB-ES95(WS-PB-IDX)
    MOVE VR-F-ES99    TO PB-ES99(WS-PB-IDX)
    MOVE VR-F-PIOR    TO PB-PIOR(WS-PB-IDX)
    MOVE VR-F-FLAG    TO PB-VAR-FLAG(WS-PB-IDX)
    .

*> ==========================================================
*> VOLUMESHARE / HHI DO SETOR NA DATA (setor_metrics)
*> ==========================================================
*> Linha esperada: TradeDate,Setor,NTickersSetor,VolumeJanelaSetor,
*> NumNegociosJanelaSetor,VolumeShare,HHISetor
PB-LEIA-SETOR-METRICS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP
    MOVE 0   TO WS-SM-COUNT

    OPEN INPUT SETMET-IN

    IF WS-SETMET-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: processados/setor_metrics_cobol.csv ausente"
                " - VolumeShareSetor/HHISetor em branco"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ SETMET-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-SETOR-METRICS
                END-IF
        END-READ
    END-PERFORM

    CLOSE SETMET-IN

    PERFORM VARYING WS-PB-IDX FROM 1 BY 1
        UNTIL WS-PB-IDX > WS-PB-COUNT
        PERFORM VARYING WS-SM-IDX FROM 1 BY 1
            UNTIL WS-SM-IDX > WS-SM-COUNT
            IF SM-SETOR(WS-SM-IDX) = PB-SETOR(WS-PB-IDX)
                MOVE SM-VSHARE(WS-SM-IDX) TO PB-VSHARE(WS-PB-IDX)
                MOVE SM-HHI(WS-SM-IDX)    TO PB-HHI(WS-PB-IDX)
            END-IF
        END-PERFORM
    END-PERFORM
    .

PB-PROCESSA-SETOR-METRICS.
    MOVE SPACES TO WS-SETMET-FIELDS
    UNSTRING SETMET-REC
      DELIMITED BY ","
      INTO SM-F-TRADEDATE SM-F-SETOR SM-F-NTICKERS SM-F-VOLUME
           SM-F-NEG SM-F-VSHARE SM-F-HHI
    END-UNSTRING

    IF SM-F-TRADEDATE(1:10) NOT = WS-DATA-NEGOCIO
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-SM-IDX FROM 1 BY 1
        UNTIL WS-SM-IDX > WS-SM-COUNT
           OR SM-SETOR(WS-SM-IDX) = SM-F-SETOR
        CONTINUE
    END-PERFORM

    IF WS-SM-IDX > WS-SM-COUNT
        IF WS-SM-COUNT >= 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SM-COUNT
        MOVE WS-SM-COUNT TO WS-SM-IDX
        MOVE SM-F-SETOR TO SM-SETOR(WS-SM-IDX)
    END-IF

    MOVE SM-F-VSHARE TO SM-VSHARE(WS-SM-IDX)
    MOVE SM-F-HHI    TO SM-HHI(WS-SM-IDX)
    .

*> ==========================================================
*> RANKINGS DA DATA (daily_ranking)
*> ==========================================================
*> Linha esperada: TradeDate,Categoria,Posicao,TickerSymbol,Valor
PB-LEIA-RANKING.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT RANKING-IN

    IF WS-RANKING-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: processados/daily_ranking_cobol.csv ausente"
                " - coluna Rankings em branco"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ RANKING-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-RANKING
                END-IF
        END-READ
    END-PERFORM

    CLOSE RANKING-IN
    .

PB-PROCESSA-RANKING.
    MOVE SPACES TO WS-RANKING-FIELDS
    UNSTRING RANKING-REC
      DELIMITED BY ","
      INTO RK-F-TRADEDATE RK-F-CATEGORIA RK-F-POSICAO RK-F-TICKER
    END-UNSTRING

    IF RK-F-TRADEDATE(1:10) NOT = WS-DATA-NEGOCIO
        EXIT PARAGRAPH
    END-IF

    MOVE RK-F-TICKER(1:12) TO WS-TICKER-12
    PERFORM PB-LOCALIZA-TICKER
    IF WS-PB-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-RANKINGS

    MOVE SPACES TO WS-TRECHO
    STRING
        RK-F-CATEGORIA  DELIMITED BY SPACE
        ":"             DELIMITED BY SIZE
        RK-F-POSICAO    DELIMITED BY SPACE
        INTO WS-TRECHO
    END-STRING

    IF PB-RANK-PTR(WS-PB-IDX) > 1
        STRING
            ";"  DELIMITED BY SIZE
            INTO PB-RANKINGS(WS-PB-IDX)
            WITH POINTER PB-RANK-PTR(WS-PB-IDX)
        END-STRING
    END-IF
    STRING
        WS-TRECHO  DELIMITED BY SPACE
        INTO PB-RANKINGS(WS-PB-IDX)
        WITH POINTER PB-RANK-PTR(WS-PB-IDX)
    END-STRING
    .

*> ==========================================================
*> ANOMALIAS DA DATA (anomalias, acumulado)
*> ==========================================================
*> Linha esperada: TradeDate,TickerSymbol,Tipo,Valor,Limite
PB-LEIA-ANOMALIAS.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT ANOMALIA-IN

    IF WS-ANOMALIA-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: processados/anomalias_cobol.csv ausente - "
                "nenhuma anomalia marcada"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ ANOMALIA-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-ANOMALIA
                END-IF
        END-READ
    END-PERFORM

    CLOSE ANOMALIA-IN
    .

PB-PROCESSA-ANOMALIA.
    MOVE SPACES TO WS-ANOMALIA-FIELDS
    UNSTRING ANOMALIA-REC
      DELIMITED BY ","
      INTO AN-F-TRADEDATE AN-F-TICKER AN-F-TIPO
    END-UNSTRING

    IF AN-F-TRADEDATE(1:10) NOT = WS-DATA-NEGOCIO
        EXIT PARAGRAPH
    END-IF

    MOVE AN-F-TICKER(1:12) TO WS-TICKER-12
    PERFORM PB-LOCALIZA-TICKER
    IF WS-PB-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-ANOMALIAS
    IF PB-QTD-ANOM(WS-PB-IDX) = 0
        ADD 1 TO WS-QTD-COM-ANOM
    END-IF
    ADD 1 TO PB-QTD-ANOM(WS-PB-IDX)

    IF PB-ANOM-PTR(WS-PB-IDX) > 1
        STRING
            ";"  DELIMITED BY SIZE
            INTO PB-TIPOS-ANOM(WS-PB-IDX)
            WITH POINTER PB-ANOM-PTR(WS-PB-IDX)
        END-STRING
    END-IF
    STRING
        AN-F-TIPO  DELIMITED BY SPACE
        INTO PB-TIPOS-ANOM(WS-PB-IDX)
        WITH POINTER PB-ANOM-PTR(WS-PB-IDX)
    END-STRING
    .

*> ==========================================================
*> ALERTAS DISPARADOS NA DATA (alertas_<owner> do MOTOR-B3-WATCHLIST)
*> ==========================================================
*> Owners distintos da watchlist - so' eles tem arquivo de alertas
*> desta noite (arquivo de owner que saiu da watchlist fica velho)
PB-LEIA-WATCHLIST.
    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP
    MOVE 0   TO WS-OW-COUNT

    OPEN INPUT WATCH-IN

    IF WS-WATCH-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/watchlist.csv ausente - nenhum alerta "
                "marcado"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ WATCH-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-OWNER
                END-IF
        END-READ
    END-PERFORM

    CLOSE WATCH-IN

    IF WS-OW-DROP > 0
        DISPLAY "*** ATENCAO: " WS-OW-DROP " linhas da watchlist "
                "com owner alem da capacidade - alertas INCOMPLETOS "
                "***"
    END-IF
    .

PB-PROCESSA-OWNER.
    MOVE SPACES TO WS-WATCH-FIELDS
    UNSTRING WATCH-REC
      DELIMITED BY ","
      INTO WL-F-OWNER
    END-UNSTRING

    IF WL-F-OWNER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO WS-OW-FOUND
    PERFORM VARYING WS-OW-IDX FROM 1 BY 1
        UNTIL WS-OW-IDX > WS-OW-COUNT
           OR WS-OW-FOUND = "Y"
        IF OW-OWNER(WS-OW-IDX) = WL-F-OWNER
            MOVE "Y" TO WS-OW-FOUND
        END-IF
    END-PERFORM

    IF WS-OW-FOUND = "N"
        IF WS-OW-COUNT >= 100
            ADD 1 TO WS-OW-DROP
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-OW-COUNT
        MOVE WL-F-OWNER TO OW-OWNER(WS-OW-COUNT)
    END-IF
    .

PB-LEIA-ALERTAS.
    PERFORM VARYING WS-OW-IDX FROM 1 BY 1
        UNTIL WS-OW-IDX > WS-OW-COUNT
        PERFORM PB-LEIA-ALERTAS-OWNER
    END-PERFORM
    .

*> Linha esperada: TradeDate,TickerSymbol,Metrica,Operador,Limite,
*> ValorAtual,Situacao - so' DISPARADA conta (SEM_DADOS nao e' alerta)
PB-LEIA-ALERTAS-OWNER.
    MOVE SPACES TO WS-ALERTA-ARQUIVO
    STRING
        "processados/alertas_"      DELIMITED BY SIZE
        OW-OWNER(WS-OW-IDX)         DELIMITED BY SPACE
        "_cobol.csv"                DELIMITED BY SIZE
        INTO WS-ALERTA-ARQUIVO
    END-STRING

    MOVE "N" TO WS-EOF
    MOVE "N" TO WS-HEADER-SKIP

    OPEN INPUT ALERTA-IN

    IF WS-ALERTA-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: " WS-ALERTA-ARQUIVO(1:60) " ausente"
        ADD 1 TO WS-QTD-OW-SEM-ARQ
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-EOF = "Y"
        READ ALERTA-IN
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WS-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HEADER-SKIP
                ELSE
                    PERFORM PB-PROCESSA-ALERTA
                END-IF
        END-READ
    END-PERFORM

    CLOSE ALERTA-IN
    .

PB-PROCESSA-ALERTA.
    MOVE SPACES TO WS-ALERTA-FIELDS
    UNSTRING ALERTA-REC
      DELIMITED BY ","
      INTO AL-F-TRADEDATE AL-F-TICKER AL-F-METRICA AL-F-OPER
           AL-F-LIMITE AL-F-VALOR AL-F-SITUACAO
    END-UNSTRING

    IF AL-F-TRADEDATE(1:10) NOT = WS-DATA-NEGOCIO
       OR AL-F-SITUACAO(1:9) NOT = "DISPARADA"
        EXIT PARAGRAPH
    END-IF

    MOVE AL-F-TICKER(1:12) TO WS-TICKER-12
    PERFORM PB-LOCALIZA-TICKER
    IF WS-PB-FOUND = "N"
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-ALERTAS
    IF PB-QTD-ALERTA(WS-PB-IDX) = 0
        ADD 1 TO WS-QTD-COM-ALERTA
    END-IF
    ADD 1 TO PB-QTD-ALERTA(WS-PB-IDX)
    .

*> ==========================================================
*> EXTRATO (header, um D por ticker, trailer) NO ARQUIVO DE TRABALHO
*> ==========================================================
PB-GRAVA-EXTRATO.
    OPEN OUTPUT PAINEL-WORK
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: nao foi possivel criar processados/"
                "painel_publicacao_work_cobol.csv (status "
                WS-WORK-FILE-STATUS ")"
        MOVE 8 TO RETURN-CODE
        PERFORM PB-GRAVA-HISTEXEC
        STOP RUN
    END-IF

    MOVE SPACES TO WS-GERADO-EM
    STRING
        HX-INI-AAAA "-" HX-INI-MES "-" HX-INI-DIA "T"
        HX-INI-HH ":" HX-INI-MM ":" HX-INI-SS
        DELIMITED BY SIZE INTO WS-GERADO-EM
    END-STRING

    MOVE SPACES TO PAINEL-WORK-REC
    STRING
        "H,"              DELIMITED BY SIZE
        WS-DATA-NEGOCIO   DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-RUN-ID         DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-GERADO-EM      DELIMITED BY SIZE
        INTO PAINEL-WORK-REC
    END-STRING
    WRITE PAINEL-WORK-REC
    MOVE 1 TO WS-QTD-TOTAL

    MOVE 0 TO WS-QTD-DETALHE
    MOVE 0 TO WS-SOMA-VOLUME
    MOVE 0 TO WS-SOMA-NEG
    MOVE 0 TO WS-SOMA-LIQ
    MOVE 0 TO WS-QTD-SEM-SETOR

    PERFORM VARYING WS-PB-IDX FROM 1 BY 1
        UNTIL WS-PB-IDX > WS-PB-COUNT
        PERFORM PB-GRAVA-DETALHE
    END-PERFORM

    ADD 1 TO WS-QTD-TOTAL

    MOVE WS-QTD-DETALHE     TO WS-QTD9-TXT
    MOVE WS-QTD-TOTAL       TO WS-QTD9B-TXT
    MOVE WS-SOMA-VOLUME     TO WS-SOMA-VOLUME-TXT
    MOVE WS-SOMA-NEG        TO WS-SOMA-NEG-TXT
    MOVE WS-SOMA-LIQ        TO WS-SOMA-LIQ-TXT
    MOVE WS-QTD-EXTREMOS    TO WS-QTD9C-TXT
    MOVE WS-QTD-VAR         TO WS-QTD9D-TXT
    MOVE WS-QTD-COM-ANOM    TO WS-QTD9E-TXT
    MOVE WS-QTD-COM-ALERTA  TO WS-QTD9F-TXT
    MOVE WS-QTD-SEM-SETOR   TO WS-QTD9G-TXT

    MOVE SPACES TO PAINEL-WORK-REC
    STRING
        "T,"                DELIMITED BY SIZE
        WS-DATA-NEGOCIO     DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-RUN-ID           DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9-TXT         DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9B-TXT        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-SOMA-VOLUME-TXT  DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-SOMA-NEG-TXT     DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-SOMA-LIQ-TXT     DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9C-TXT        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9D-TXT        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9E-TXT        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9F-TXT        DELIMITED BY SIZE
        ","                 DELIMITED BY SIZE
        WS-QTD9G-TXT        DELIMITED BY SIZE
        INTO PAINEL-WORK-REC
    END-STRING
    WRITE PAINEL-WORK-REC

    CLOSE PAINEL-WORK
    .

PB-GRAVA-DETALHE.
    ADD 1 TO WS-QTD-DETALHE
    ADD 1 TO WS-QTD-TOTAL

    IF PB-SETOR(WS-PB-IDX) = "SEM_SETOR"
        ADD 1 TO WS-QTD-SEM-SETOR
    END-IF

    IF FUNCTION TEST-NUMVAL(PB-VOLUME(WS-PB-IDX)) = 0
        COMPUTE WS-SOMA-VOLUME = WS-SOMA-VOLUME
              + FUNCTION NUMVAL(PB-VOLUME(WS-PB-IDX))
    END-IF
    IF FUNCTION TEST-NUMVAL(PB-NEG(WS-PB-IDX)) = 0
        COMPUTE WS-SOMA-NEG = WS-SOMA-NEG
              + FUNCTION NUMVAL(PB-NEG(WS-PB-IDX))
    END-IF
    IF FUNCTION TEST-NUMVAL(PB-LIQ(WS-PB-IDX)) = 0
        COMPUTE WS-SOMA-LIQ = WS-SOMA-LIQ
              + FUNCTION NUMVAL(PB-LIQ(WS-PB-IDX))
    END-IF

    IF PB-QTD-ANOM(WS-PB-IDX) > 0
        MOVE "S" TO WS-FLAG-ANOM
    ELSE
        MOVE "N" TO WS-FLAG-ANOM
    END-IF
    IF PB-QTD-ALERTA(WS-PB-IDX) > 0
        MOVE "S" TO WS-FLAG-ALERTA
    ELSE
        MOVE "N" TO WS-FLAG-ALERTA
    END-IF
    MOVE PB-QTD-ANOM(WS-PB-IDX)   TO WS-QTD3-TXT
    MOVE PB-QTD-ALERTA(WS-PB-IDX) TO WS-QTD3B-TXT

    MOVE SPACES TO PAINEL-WORK-REC
    STRING
        "D,"                       DELIMITED BY SIZE
        WS-DATA-NEGOCIO            DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-TICKER(WS-PB-IDX)       DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-SETOR(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-SUBSETOR(WS-PB-IDX)     DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-INSTR(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-MKT(WS-PB-IDX)          DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-NOBS(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-RET(WS-PB-IDX)          DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VOLD(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VOLA(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VOLUME(WS-PB-IDX)       DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-NEG(WS-PB-IDX)          DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-LIQ(WS-PB-IDX)          DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-BETA(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-CORREL(WS-PB-IDX)       DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-MAX52(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-DATAMAX(WS-PB-IDX)      DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-MIN52(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-DATAMIN(WS-PB-IDX)      DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-ULTIMO(WS-PB-IDX)       DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-DDPCT(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-DIASPICO(WS-PB-IDX)     DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VAR-NOBS(WS-PB-IDX)     DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VAR95(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VAR99(WS-PB-IDX)        DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-ES95(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-ES99(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-PIOR(WS-PB-IDX)         DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VAR-FLAG(WS-PB-IDX)     DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-VSHARE(WS-PB-IDX)       DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-HHI(WS-PB-IDX)          DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-RANKINGS(WS-PB-IDX)     DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        WS-FLAG-ANOM               DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        WS-QTD3-TXT                DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        PB-TIPOS-ANOM(WS-PB-IDX)   DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        WS-FLAG-ALERTA             DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        WS-QTD3B-TXT               DELIMITED BY SIZE
        INTO PAINEL-WORK-REC
    END-STRING
    WRITE PAINEL-WORK-REC
    .

*> ==========================================================
*> PUBLICACAO: GERACAO CORRENTE -> ANTERIOR, TRABALHO -> CORRENTE
*> ==========================================================
*> Mesma tecnica de copia de seguranca do MOTOR-B3-MANUTENCAO. Se a
*> geracao publicada ja' e' desta data e RunId (rerun da publicacao),
*> o anterior fica como esta' para nao perder a volta atras.
PB-PUBLICA.
    MOVE "N" TO WS-MESMA-GERACAO
    MOVE 0   TO WS-QTD-COPIADAS

    OPEN INPUT PAINEL-ATUAL
    IF WS-ATUAL-FILE-STATUS = "00"
        READ PAINEL-ATUAL
            AT END
                CONTINUE
            NOT AT END
                MOVE SPACES TO WS-ATUAL-FIELDS
                UNSTRING PAINEL-ATUAL-REC
                  DELIMITED BY ","
                  INTO AT-F-TIPO AT-F-DATA AT-F-RUNID
                END-UNSTRING
                IF AT-F-TIPO = "H"
                   AND AT-F-DATA(1:10) = WS-DATA-NEGOCIO
                   AND AT-F-RUNID(1:14) = WS-RUN-ID
                    MOVE "Y" TO WS-MESMA-GERACAO
                END-IF
        END-READ
        CLOSE PAINEL-ATUAL

        IF WS-MESMA-GERACAO = "Y"
            DISPLAY "Aviso: geracao de " WS-DATA-NEGOCIO " RunId "
                    WS-RUN-ID " ja' publicada - anterior mantido"
        ELSE
            PERFORM PB-COPIA-ATUAL-ANTERIOR
        END-IF
    ELSE
        DISPLAY "Aviso: primeira publicacao - sem geracao anterior"
    END-IF

    MOVE "N" TO WS-EOF
    OPEN INPUT PAINEL-WORK
    OPEN OUTPUT PAINEL-ATUAL
    PERFORM UNTIL WS-EOF = "Y"
        READ PAINEL-WORK
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PAINEL-WORK-REC TO PAINEL-ATUAL-REC
                WRITE PAINEL-ATUAL-REC
        END-READ
    END-PERFORM
    CLOSE PAINEL-ATUAL
    CLOSE PAINEL-WORK
    .

PB-COPIA-ATUAL-ANTERIOR.
    MOVE "N" TO WS-EOF
    OPEN INPUT PAINEL-ATUAL
    OPEN OUTPUT PAINEL-ANT
    PERFORM UNTIL WS-EOF = "Y"
        READ PAINEL-ATUAL
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                MOVE PAINEL-ATUAL-REC TO PAINEL-ANT-REC
                WRITE PAINEL-ANT-REC
                ADD 1 TO WS-QTD-COPIADAS
        END-READ
    END-PERFORM
    CLOSE PAINEL-ANT
    CLOSE PAINEL-ATUAL
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
PB-INICIA-HISTEXEC.
    MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-INICIO
    .

*> Uma linha por invocacao no historico compartilhado pela esteira
*> (mesmo layout do MOTOR-B3-COBOL):
*> data de negocio, linhas de rolling lidas, registros D publicados
*> e tickers alem da capacidade.
*> Sem data de negocio propria vale a data do run.
PB-GRAVA-HISTEXEC.
    MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-FIM

    COMPUTE WS-HX-DURACAO =
        (HX-FIM-HH * 3600 + HX-FIM-MM * 60 + HX-FIM-SS)
      - (HX-INI-HH * 3600 + HX-INI-MM * 60 + HX-INI-SS)
    IF WS-HX-DURACAO < 0
        ADD 86400 TO WS-HX-DURACAO
    END-IF
    MOVE WS-HX-DURACAO TO WS-HX-DURACAO-TXT

    MOVE SPACES TO WS-HX-INICIO-ISO
    STRING
        HX-INI-AAAA "-" HX-INI-MES "-" HX-INI-DIA "T"
        HX-INI-HH ":" HX-INI-MM ":" HX-INI-SS
        DELIMITED BY SIZE INTO WS-HX-INICIO-ISO
    END-STRING
    MOVE SPACES TO WS-HX-FIM-ISO
    STRING
        HX-FIM-AAAA "-" HX-FIM-MES "-" HX-FIM-DIA "T"
        HX-FIM-HH ":" HX-FIM-MM ":" HX-FIM-SS
        DELIMITED BY SIZE INTO WS-HX-FIM-ISO
    END-STRING

    MOVE WS-QTD-LINHAS-ROLL  TO WS-HX-LIDOS
    MOVE WS-QTD-DETALHE      TO WS-HX-GRAVADOS
    MOVE WS-PB-DROP-COUNT    TO WS-HX-REJEITADOS
    IF WS-HX-DATA-NEGOCIO = SPACES
        MOVE WS-HX-INICIO-ISO(1:10) TO WS-HX-DATA-NEGOCIO
    END-IF
    MOVE RETURN-CODE TO WS-HX-CC-TXT

    OPEN EXTEND HISTEXEC-OUT
    IF WS-HISTEXEC-FILE-STATUS = "35"
        OPEN OUTPUT HISTEXEC-OUT
        MOVE "Programa,DataNegocio,Inicio,Fim,DuracaoSeg,CondCode,RegistrosLidos,RegistrosGravados,RegistrosRejeitados,Modo"
            TO HISTEXEC-REC
        WRITE HISTEXEC-REC
    END-IF

    MOVE SPACES TO HISTEXEC-REC
    STRING
        "PUBLICACAO"         DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-DATA-NEGOCIO   DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-INICIO-ISO     DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-FIM-ISO        DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-DURACAO-TXT    DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-CC-TXT         DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-LIDOS          DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-GRAVADOS       DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        WS-HX-REJEITADOS     DELIMITED BY SIZE
        ","                  DELIMITED BY SIZE
        "UNICO"              DELIMITED BY SIZE
        INTO HISTEXEC-REC
    END-STRING
    WRITE HISTEXEC-REC

    CLOSE HISTEXEC-OUT
    .
