       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-MANUTENCAO.

*> Manutencao controlada dos cadastros mantidos a mao:
*>   data/ticker_setores.csv     (TickerSymbol,Setor,Subsetor)
*>   data/corporate_actions.csv  (TickerSymbol,EffectiveDate,
*>                                AdjustmentFactor)
*>   data/watchlist.csv          (Owner,TickerSymbol,Metrica,Operador,
*>                                Limite)
*>
*> Transacoes em data/manutencao_transacoes.csv:
*>
*>   Arquivo,Acao,Solicitante,Campo1,Campo2,Campo3,Campo4,Campo5
*>
*> com Arquivo TICKER_SETORES / CORPORATE_ACTIONS / WATCHLIST, Acao
*> INCLUI / ALTERA / EXCLUI (ou I / A / E) e Campo1.. as colunas do
*> cadastro na ordem do proprio arquivo. A chave identifica o registro
*> e nao muda numa ALTERA:
*>   TICKER_SETORES     - TickerSymbol
*>   CORPORATE_ACTIONS  - TickerSymbol + EffectiveDate
*>   WATCHLIST          - Owner + TickerSymbol + Metrica + Operador
*> Na EXCLUI basta a chave.
*>
*> As transacoes sao aplicadas em memoria, na ordem do arquivo, e cada
*> uma e' validada antes com as mesmas regras do MOTOR-B3-AUDITORIA
*> (setor vazio, chave duplicada, fator ilegivel/zerado/fora da faixa
*> 0.01-100, EffectiveDate fora de pregao no data/b3_calendario.csv)
*> mais as regras de leitura do MOTOR-B3-WATCHLIST (metrica conhecida,
*> operador > ou <, limite numerico). Transacao reprovada nao toca no
*> cadastro e volta com o codigo do motivo; ticker nunca visto em
*> data/pricereport_acoes.csv (TICKER_SEM_NEGOCIACAO, AVISO na
*> auditoria) e' aplicado e volta com o aviso.
*>
*> Saidas:
*>   - cadastro regravado so' quando alguma transacao dele foi
*>     aplicada; a versao anterior vai antes para processados/
*>     <cadastro>_anterior_cobol.csv (mesma tecnica do
*>     MOTOR-B3-OPERACOES com data/carteiras_posicoes.csv). Linhas nao
*>     afetadas saem byte a byte como estavam; inclusoes vao para o fim.
*>   - processados/manutencao_retorno_cobol.csv: uma linha por
*>     transacao, APLICADA ou REJEITADA, com CodigoMotivo.
*>   - data/manutencao_log_auditoria.csv: log PERMANENTE, so' recebe
*>     OPEN EXTEND (criado com header na primeira vez), uma linha por
*>     alteracao aplicada com carimbo de hora, solicitante e as imagens
*>     antes/depois do registro (virgulas da imagem trocadas por ";").
*>
*> RETURN-CODE 4 com qualquer transacao rejeitada; 8 sem o arquivo de
*> transacoes ou com cadastro alem da capacidade (nada e' regravado).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-IN
        ASSIGN TO "data/manutencao_transacoes.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT PRICEREPORT-IN
        ASSIGN TO "data/pricereport_acoes.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRICE-FILE-STATUS.

    SELECT CALEND-IN
        ASSIGN TO "data/b3_calendario.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT SETOR-IN
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETOR-FILE-STATUS.

    SELECT SETOR-OUT
        ASSIGN TO "data/ticker_setores.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SETORANT-OUT
        ASSIGN TO "processados/ticker_setores_anterior_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CORPACT-IN
        ASSIGN TO "data/corporate_actions.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORPACT-FILE-STATUS.

    SELECT CORPACT-OUT
        ASSIGN TO "data/corporate_actions.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT CORPANT-OUT
        ASSIGN TO "processados/corporate_actions_anterior_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT WATCH-IN
        ASSIGN TO "data/watchlist.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WATCH-FILE-STATUS.

    SELECT WATCH-OUT
        ASSIGN TO "data/watchlist.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT WATCHANT-OUT
        ASSIGN TO "processados/watchlist_anterior_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT RETORNO-OUT
        ASSIGN TO "processados/manutencao_retorno_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Log permanente de alteracoes - nunca aberto em OUTPUT depois de
    *> criado
    SELECT LOG-OUT
        ASSIGN TO "data/manutencao_log_auditoria.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  TRANS-IN.
01  TRANS-REC            PIC X(256).

FD  PRICEREPORT-IN.
01  PRICEREPORT-RECORD   PIC X(512).

FD  CALEND-IN.
01  CALEND-REC           PIC X(64).

FD  SETOR-IN.
01  SETOR-REC            PIC X(128).

FD  SETOR-OUT.
01  SETOR-OUT-REC        PIC X(128).

FD  SETORANT-OUT.
01  SETORANT-REC         PIC X(128).

FD  CORPACT-IN.
01  CORPACT-REC          PIC X(128).

FD  CORPACT-OUT.
01  CORPACT-OUT-REC      PIC X(128).

FD  CORPANT-OUT.
01  CORPANT-REC          PIC X(128).

FD  WATCH-IN.
01  WATCH-REC            PIC X(128).

FD  WATCH-OUT.
01  WATCH-OUT-REC        PIC X(128).

FD  WATCHANT-OUT.
01  WATCHANT-REC         PIC X(128).

FD  RETORNO-OUT.
01  RETORNO-REC          PIC X(320).

FD  LOG-OUT.
01  LOG-REC              PIC X(400).

WORKING-STORAGE SECTION.

01  WS-TRANS-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-PRICE-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-CAL-FILE-STATUS     PIC X(2)  VALUE "00".
01  WS-SETOR-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-CORPACT-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-WATCH-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-LOG-FILE-STATUS     PIC X(2)  VALUE "00".

01  WS-TRANS-EOF           PIC X     VALUE "N".
01  WS-TRANS-HEADER-SKIP   PIC X     VALUE "N".
01  WS-PRICE-EOF           PIC X     VALUE "N".
01  WS-PRICE-HEADER-SKIP   PIC X     VALUE "N".
01  WS-CAL-EOF             PIC X     VALUE "N".
01  WS-CAL-HEADER-SKIP     PIC X     VALUE "N".
01  WS-MASTER-EOF          PIC X     VALUE "N".
01  WS-MASTER-HEADER-SKIP  PIC X     VALUE "N".

*> ---------- UNIVERSO DE TICKERS DO PRICEREPORT ----------
01  WS-CSV-FIELDS.
    05  F-TRADEDATE  PIC X(20).
    05  F-TICKER     PIC X(20).
    05  F-RESTO      PIC X(200).

01  WS-UNIV-TBL.
    05  UV-ENTRY OCCURS 1 TO 5000 TIMES
            DEPENDING ON WS-UNIV-COUNT
            ASCENDING KEY IS UV-TICKER
            INDEXED BY WS-UNIV-TIDX.
        10  UV-TICKER      PIC X(12).
01  WS-UNIV-COUNT      PIC 9(4) VALUE 0.
01  WS-UNIV-INSPOS     PIC 9(4) VALUE 0.
01  WS-UNIV-SHIFT-IDX  PIC 9(4) VALUE 0.
01  WS-UNIV-FOUND      PIC X    VALUE "N".
01  WS-UNIV-DROP-COUNT PIC 9(9) VALUE 0.
01  WS-TICKER-ATUAL    PIC X(12) VALUE SPACES.

*> ---------- CALENDARIO DE PREGOES ----------
01  WS-CAL-FIELDS.
    05  CAL-F-DATA  PIC X(20).
    05  CAL-F-DESC  PIC X(40).

01  WS-CAL-TBL.
    05  WS-CAL-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-CAL-COUNT
            ASCENDING KEY IS CAL-DATA
            INDEXED BY WS-CAL-TIDX.
        10  CAL-DATA   PIC X(10).
01  WS-CAL-COUNT     PIC 9(4) VALUE 0.
01  WS-CAL-INSPOS    PIC 9(4) VALUE 0.
01  WS-CAL-SHIFT-IDX PIC 9(4) VALUE 0.
01  WS-CAL-NOVA      PIC X(10) VALUE SPACES.

01  WS-SESSAO-DATA   PIC X(10) VALUE SPACES.
01  WS-SESSAO-ACHADA PIC X     VALUE "N".

*> ---------- CADASTROS EM MEMORIA ----------
*> Os tres cadastros numa tabela so', linha original guardada como
*> lida; MS-ARQ S = ticker_setores, C = corporate_actions,
*> W = watchlist. A ordem de cada arquivo se preserva porque a carga
*> e' sequencial e as inclusoes entram no fim.
01  WS-MS-TBL.
    05  WS-MS-ENTRY OCCURS 9000 TIMES.
        10  MS-ARQ         PIC X.
        10  MS-CHAVE       PIC X(60).
        10  MS-LINHA       PIC X(128).
        10  MS-ATIVA       PIC X.
01  WS-MS-COUNT        PIC 9(4) VALUE 0.
01  WS-MS-IDX          PIC 9(4) VALUE 0.
01  WS-MS-FOUND        PIC X    VALUE "N".
01  WS-MS-FOUND-IDX    PIC 9(4) VALUE 0.
01  WS-MS-DROP-COUNT   PIC 9(9) VALUE 0.
01  WS-MS-LINHA-LIDA   PIC X(128) VALUE SPACES.

*> Cabecalho de cada cadastro (o do arquivo, se existir)
01  WS-HDR-SETOR       PIC X(128)
        VALUE "TickerSymbol,Setor,Subsetor".
01  WS-HDR-CORPACT     PIC X(128)
        VALUE "TickerSymbol,EffectiveDate,AdjustmentFactor".
01  WS-HDR-WATCH       PIC X(128)
        VALUE "Owner,TickerSymbol,Metrica,Operador,Limite".

01  WS-SETOR-ALTERADO    PIC X    VALUE "N".
01  WS-CORPACT-ALTERADO  PIC X    VALUE "N".
01  WS-WATCH-ALTERADO    PIC X    VALUE "N".

*> ---------- TRANSACAO CORRENTE ----------
01  WS-TRANS-FIELDS.
    05  TR-F-ARQUIVO   PIC X(20).
    05  TR-F-ACAO      PIC X(10).
    05  TR-F-SOLIC     PIC X(30).
    05  TR-F-C1        PIC X(40).
    05  TR-F-C2        PIC X(40).
    05  TR-F-C3        PIC X(40).
    05  TR-F-C4        PIC X(40).
    05  TR-F-C5        PIC X(40).

01  WS-TR-SEQ          PIC 9(6)  VALUE 0.
01  WS-TR-ARQ          PIC X     VALUE SPACE.
01  WS-TR-ACAO         PIC X(6)  VALUE SPACES.
01  WS-TR-CHAVE        PIC X(60) VALUE SPACES.
01  WS-TR-CHAVE-TXT    PIC X(80) VALUE SPACES.
01  WS-TR-LINHA        PIC X(128) VALUE SPACES.
01  WS-TR-ANTES        PIC X(128) VALUE SPACES.
01  WS-TR-MOTIVO       PIC X(24) VALUE SPACES.
01  WS-TR-AVISO        PIC X(24) VALUE SPACES.
01  WS-TR-DETALHE      PIC X(80) VALUE SPACES.
01  WS-TR-SITUACAO     PIC X(10) VALUE SPACES.

01  WS-FATOR-N         PIC S9(5)V9(6) VALUE 0.

*> Carimbo de hora do log (AAAA-MM-DD HH:MM:SS)
01  WS-TS-RAW          PIC X(21) VALUE SPACES.
01  WS-TIMESTAMP       PIC X(19) VALUE SPACES.

*> Imagens do log com as virgulas trocadas
01  WS-LOG-ANTES       PIC X(128) VALUE SPACES.
01  WS-LOG-DEPOIS      PIC X(128) VALUE SPACES.

01  WS-SEQ-TXT         PIC 9(6).
01  WS-STR-PTR         PIC 9(5) VALUE 0.

01  WS-QTD-TRANS       PIC 9(9) VALUE 0.
01  WS-QTD-APLICADAS   PIC 9(9) VALUE 0.
01  WS-QTD-REJEITADAS  PIC 9(9) VALUE 0.
01  WS-QTD-AVISOS      PIC 9(9) VALUE 0.
01  WS-QTD-GRAVADAS    PIC 9(9) VALUE 0.
01  WS-QTD-COPIADAS    PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 MANUTENCAO (cadastros) ==="

    OPEN INPUT TRANS-IN
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "ERRO: data/manutencao_transacoes.csv ausente - "
                "nenhum cadastro alterado"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    CLOSE TRANS-IN

    PERFORM MN-CARREGA-UNIVERSO
    PERFORM MN-CARREGA-CALENDARIO
    PERFORM MN-CARREGA-SETORES
    PERFORM MN-CARREGA-CORPACTIONS
    PERFORM MN-CARREGA-WATCHLIST

    IF WS-MS-DROP-COUNT > 0
        DISPLAY "ERRO: cadastros alem da capacidade da tabela ("
                WS-MS-DROP-COUNT " linhas) - regravar perderia linhas,"
                " nenhum cadastro alterado"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT RETORNO-OUT
    MOVE "Sequencia,Arquivo,Acao,Solicitante,Chave,Situacao,CodigoMotivo,Detalhe"
        TO RETORNO-REC
    WRITE RETORNO-REC

    OPEN EXTEND LOG-OUT
    IF WS-LOG-FILE-STATUS = "35"
        OPEN OUTPUT LOG-OUT
        MOVE "Timestamp,Solicitante,Arquivo,Acao,Chave,ImagemAntes,ImagemDepois"
            TO LOG-REC
        WRITE LOG-REC
    END-IF

    MOVE "N" TO WS-TRANS-EOF
    MOVE "N" TO WS-TRANS-HEADER-SKIP
    OPEN INPUT TRANS-IN
    PERFORM UNTIL WS-TRANS-EOF = "Y"
        READ TRANS-IN
            AT END
                MOVE "Y" TO WS-TRANS-EOF
            NOT AT END
                PERFORM MN-PROCESSA-TRANSACAO
        END-READ
    END-PERFORM
    CLOSE TRANS-IN

    CLOSE LOG-OUT
    CLOSE RETORNO-OUT

    IF WS-SETOR-ALTERADO = "Y"
        PERFORM MN-REGRAVA-SETORES
    END-IF
    IF WS-CORPACT-ALTERADO = "Y"
        PERFORM MN-REGRAVA-CORPACTIONS
    END-IF
    IF WS-WATCH-ALTERADO = "Y"
        PERFORM MN-REGRAVA-WATCHLIST
    END-IF

    IF WS-QTD-REJEITADAS > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY "Transacoes lidas....................: " WS-QTD-TRANS
    DISPLAY "Transacoes aplicadas................: " WS-QTD-APLICADAS
    DISPLAY "Transacoes rejeitadas...............: " WS-QTD-REJEITADAS
    DISPLAY "Aplicadas com aviso.................: " WS-QTD-AVISOS
    DISPLAY "Cadastro ticker_setores alterado....: " WS-SETOR-ALTERADO
    DISPLAY "Cadastro corporate_actions alterado.: "
            WS-CORPACT-ALTERADO
    DISPLAY "Cadastro watchlist alterado.........: " WS-WATCH-ALTERADO
    DISPLAY "Linhas de cadastro regravadas.......: " WS-QTD-GRAVADAS
    DISPLAY "=== FIM MOTOR B3 MANUTENCAO ==="

    GOBACK.

*> ==========================================================
*> UNIVERSO DE TICKERS DO PRICEREPORT (mesma carga da AUDITORIA)
*> ==========================================================
MN-CARREGA-UNIVERSO.
    MOVE "N" TO WS-PRICE-EOF
    MOVE "N" TO WS-PRICE-HEADER-SKIP
    MOVE 0   TO WS-UNIV-COUNT

    OPEN INPUT PRICEREPORT-IN

    IF WS-PRICE-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/pricereport_acoes.csv ausente - "
                "TICKER_SEM_NEGOCIACAO nao verificado"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-PRICE-EOF = "Y"
        READ PRICEREPORT-IN
            AT END
                MOVE "Y" TO WS-PRICE-EOF
            NOT AT END
                PERFORM MN-PROCESSA-PRICE
        END-READ
    END-PERFORM

    CLOSE PRICEREPORT-IN
    .

MN-PROCESSA-PRICE.
    IF WS-PRICE-HEADER-SKIP = "N"
        MOVE "Y" TO WS-PRICE-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CSV-FIELDS

    UNSTRING PRICEREPORT-RECORD
      DELIMITED BY ALL ","
      INTO F-TRADEDATE F-TICKER F-RESTO
    END-UNSTRING

    IF F-TICKER = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE F-TICKER(1:12) TO WS-TICKER-ATUAL
    PERFORM MN-ACHA-UNIVERSO

    IF WS-UNIV-FOUND = "N"
        IF WS-UNIV-COUNT < 5000
            PERFORM MN-INSERT-UNIVERSO
        ELSE
            ADD 1 TO WS-UNIV-DROP-COUNT
        END-IF
    END-IF
    .

MN-ACHA-UNIVERSO.
    MOVE "N" TO WS-UNIV-FOUND

    IF WS-UNIV-COUNT > 0
        SEARCH ALL UV-ENTRY
            AT END
                CONTINUE
            WHEN UV-TICKER(WS-UNIV-TIDX) = WS-TICKER-ATUAL
                MOVE "Y" TO WS-UNIV-FOUND
        END-SEARCH
    END-IF
    .

MN-INSERT-UNIVERSO.
    MOVE WS-UNIV-COUNT TO WS-UNIV-INSPOS
    ADD 1 TO WS-UNIV-INSPOS

    PERFORM VARYING WS-UNIV-SHIFT-IDX FROM WS-UNIV-COUNT BY -1
        UNTIL WS-UNIV-SHIFT-IDX < 1
           OR UV-TICKER(WS-UNIV-SHIFT-IDX) < WS-TICKER-ATUAL
        MOVE UV-ENTRY(WS-UNIV-SHIFT-IDX)
            TO UV-ENTRY(WS-UNIV-SHIFT-IDX + 1)
        MOVE WS-UNIV-SHIFT-IDX TO WS-UNIV-INSPOS
    END-PERFORM

    ADD 1 TO WS-UNIV-COUNT
    MOVE WS-TICKER-ATUAL TO UV-TICKER(WS-UNIV-INSPOS)
    .

*> ==========================================================
*> CALENDARIO DE PREGOES
*> ==========================================================
MN-CARREGA-CALENDARIO.
    MOVE "N" TO WS-CAL-EOF
    MOVE "N" TO WS-CAL-HEADER-SKIP
    MOVE 0   TO WS-CAL-COUNT

    OPEN INPUT CALEND-IN

    IF WS-CAL-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/b3_calendario.csv ausente - transacoes "
                "de corporate_actions serao rejeitadas"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-CAL-EOF = "Y"
        READ CALEND-IN
            AT END
                MOVE "Y" TO WS-CAL-EOF
            NOT AT END
                PERFORM MN-PROCESSA-CALENDARIO
        END-READ
    END-PERFORM

    CLOSE CALEND-IN
    .

MN-PROCESSA-CALENDARIO.
    IF WS-CAL-HEADER-SKIP = "N"
        MOVE "Y" TO WS-CAL-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-CAL-FIELDS

    UNSTRING CALEND-REC
      DELIMITED BY ","
      INTO CAL-F-DATA CAL-F-DESC
    END-UNSTRING

    IF CAL-F-DATA = SPACES OR WS-CAL-COUNT >= 3000
        EXIT PARAGRAPH
    END-IF

    MOVE CAL-F-DATA(1:10) TO WS-CAL-NOVA
    MOVE WS-CAL-NOVA TO WS-SESSAO-DATA
    PERFORM MN-ACHA-SESSAO
    IF WS-SESSAO-ACHADA = "Y"
        EXIT PARAGRAPH
    END-IF

    MOVE WS-CAL-COUNT TO WS-CAL-INSPOS
    ADD 1 TO WS-CAL-INSPOS

    PERFORM VARYING WS-CAL-SHIFT-IDX FROM WS-CAL-COUNT BY -1
        UNTIL WS-CAL-SHIFT-IDX < 1
           OR CAL-DATA(WS-CAL-SHIFT-IDX) < WS-CAL-NOVA
        MOVE WS-CAL-ENTRY(WS-CAL-SHIFT-IDX)
            TO WS-CAL-ENTRY(WS-CAL-SHIFT-IDX + 1)
        MOVE WS-CAL-SHIFT-IDX TO WS-CAL-INSPOS
    END-PERFORM

    ADD 1 TO WS-CAL-COUNT
    MOVE WS-CAL-NOVA TO CAL-DATA(WS-CAL-INSPOS)
    .

MN-ACHA-SESSAO.
    MOVE "N" TO WS-SESSAO-ACHADA

    IF WS-CAL-COUNT > 0
        SEARCH ALL WS-CAL-ENTRY
            AT END
                CONTINUE
            WHEN CAL-DATA(WS-CAL-TIDX) = WS-SESSAO-DATA
                MOVE "Y" TO WS-SESSAO-ACHADA
        END-SEARCH
    END-IF
    .

*> ==========================================================
*> CARGA DOS CADASTROS
*> ==========================================================
*> Cada linha vai para a tabela como lida; os campos sao separados so'
*> para montar a chave com o mesmo paragrafo usado nas transacoes.
MN-CARREGA-SETORES.
    MOVE "N" TO WS-MASTER-EOF
    MOVE "N" TO WS-MASTER-HEADER-SKIP
    MOVE "S" TO WS-TR-ARQ

    OPEN INPUT SETOR-IN

    IF WS-SETOR-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/ticker_setores.csv ainda nao existe - "
                "sera criado se houver inclusao"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ SETOR-IN
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                IF WS-MASTER-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-MASTER-HEADER-SKIP
                    MOVE SETOR-REC TO WS-HDR-SETOR
                ELSE
                    MOVE SETOR-REC TO WS-MS-LINHA-LIDA
                    PERFORM MN-GUARDA-LINHA-CADASTRO
                END-IF
        END-READ
    END-PERFORM

    CLOSE SETOR-IN
    .

MN-CARREGA-CORPACTIONS.
    MOVE "N" TO WS-MASTER-EOF
    MOVE "N" TO WS-MASTER-HEADER-SKIP
    MOVE "C" TO WS-TR-ARQ

    OPEN INPUT CORPACT-IN

    IF WS-CORPACT-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/corporate_actions.csv ainda nao existe - "
                "sera criado se houver inclusao"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ CORPACT-IN
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                IF WS-MASTER-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-MASTER-HEADER-SKIP
                    MOVE CORPACT-REC TO WS-HDR-CORPACT
                ELSE
                    MOVE CORPACT-REC TO WS-MS-LINHA-LIDA
                    PERFORM MN-GUARDA-LINHA-CADASTRO
                END-IF
        END-READ
    END-PERFORM

    CLOSE CORPACT-IN
    .

MN-CARREGA-WATCHLIST.
    MOVE "N" TO WS-MASTER-EOF
    MOVE "N" TO WS-MASTER-HEADER-SKIP
    MOVE "W" TO WS-TR-ARQ

    OPEN INPUT WATCH-IN

    IF WS-WATCH-FILE-STATUS NOT = "00"
        DISPLAY "Aviso: data/watchlist.csv ainda nao existe - "
                "sera criado se houver inclusao"
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL WS-MASTER-EOF = "Y"
        READ WATCH-IN
            AT END
                MOVE "Y" TO WS-MASTER-EOF
            NOT AT END
                IF WS-MASTER-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-MASTER-HEADER-SKIP
                    MOVE WATCH-REC TO WS-HDR-WATCH
                ELSE
                    MOVE WATCH-REC TO WS-MS-LINHA-LIDA
                    PERFORM MN-GUARDA-LINHA-CADASTRO
                END-IF
        END-READ
    END-PERFORM

    CLOSE WATCH-IN
    .

*> Linha em branco e' mantida fora (o cadastro regravado sai sem ela)
MN-GUARDA-LINHA-CADASTRO.
    IF WS-MS-LINHA-LIDA = SPACES
        EXIT PARAGRAPH
    END-IF

    IF WS-MS-COUNT >= 9000
        ADD 1 TO WS-MS-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO TR-F-C1 TR-F-C2 TR-F-C3 TR-F-C4 TR-F-C5
    UNSTRING WS-MS-LINHA-LIDA
      DELIMITED BY ","
      INTO TR-F-C1 TR-F-C2 TR-F-C3 TR-F-C4 TR-F-C5
    END-UNSTRING
    PERFORM MN-MONTA-CHAVE

    ADD 1 TO WS-MS-COUNT
    MOVE WS-TR-ARQ        TO MS-ARQ(WS-MS-COUNT)
    MOVE WS-TR-CHAVE      TO MS-CHAVE(WS-MS-COUNT)
    MOVE WS-MS-LINHA-LIDA TO MS-LINHA(WS-MS-COUNT)
    MOVE "Y"              TO MS-ATIVA(WS-MS-COUNT)
    .

*> Chave do registro a partir de TR-F-C1.. conforme WS-TR-ARQ;
*> WS-TR-CHAVE fica em branco se faltar campo da chave
MN-MONTA-CHAVE.
    MOVE SPACES TO WS-TR-CHAVE
    MOVE SPACES TO WS-TR-CHAVE-TXT

    EVALUATE WS-TR-ARQ
        WHEN "S"
            IF TR-F-C1 NOT = SPACES
                MOVE TR-F-C1(1:12) TO WS-TR-CHAVE(1:12)
                MOVE TR-F-C1       TO WS-TR-CHAVE-TXT
            END-IF
        WHEN "C"
            IF TR-F-C1 NOT = SPACES AND TR-F-C2 NOT = SPACES
                MOVE TR-F-C1(1:12) TO WS-TR-CHAVE(1:12)
                MOVE TR-F-C2(1:10) TO WS-TR-CHAVE(13:10)
                STRING
                    TR-F-C1       DELIMITED BY SPACE
                    "|"           DELIMITED BY SIZE
                    TR-F-C2(1:10) DELIMITED BY SIZE
                    INTO WS-TR-CHAVE-TXT
                END-STRING
            END-IF
        WHEN "W"
            IF TR-F-C1 NOT = SPACES AND TR-F-C2 NOT = SPACES
               AND TR-F-C3 NOT = SPACES AND TR-F-C4 NOT = SPACES
                MOVE TR-F-C1(1:20) TO WS-TR-CHAVE(1:20)
                MOVE TR-F-C2(1:12) TO WS-TR-CHAVE(21:12)
                MOVE TR-F-C3(1:16) TO WS-TR-CHAVE(33:16)
                MOVE TR-F-C4(1:2)  TO WS-TR-CHAVE(49:2)
                STRING
                    TR-F-C1       DELIMITED BY SPACE
                    "|"           DELIMITED BY SIZE
                    TR-F-C2       DELIMITED BY SPACE
                    "|"           DELIMITED BY SIZE
                    TR-F-C3       DELIMITED BY SPACE
                    "|"           DELIMITED BY SIZE
                    TR-F-C4       DELIMITED BY SPACE
                    INTO WS-TR-CHAVE-TXT
                END-STRING
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Registro ativo com a chave WS-TR-CHAVE no cadastro WS-TR-ARQ
MN-LOCALIZA-CHAVE.
    MOVE "N" TO WS-MS-FOUND
    MOVE 0   TO WS-MS-FOUND-IDX

    PERFORM VARYING WS-MS-IDX FROM 1 BY 1
        UNTIL WS-MS-IDX > WS-MS-COUNT
           OR WS-MS-FOUND = "Y"
        IF MS-ARQ(WS-MS-IDX) = WS-TR-ARQ
           AND MS-ATIVA(WS-MS-IDX) = "Y"
           AND MS-CHAVE(WS-MS-IDX) = WS-TR-CHAVE
            MOVE "Y"       TO WS-MS-FOUND
            MOVE WS-MS-IDX TO WS-MS-FOUND-IDX
        END-IF
    END-PERFORM
    .

*> ==========================================================
*> TRANSACOES
*> ==========================================================
*> Linha esperada: Arquivo,Acao,Solicitante,Campo1,...,Campo5
MN-PROCESSA-TRANSACAO.
    IF WS-TRANS-HEADER-SKIP = "N"
        MOVE "Y" TO WS-TRANS-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-TR-SEQ

    IF TRANS-REC = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-TRANS-FIELDS
    UNSTRING TRANS-REC
      DELIMITED BY ","
      INTO TR-F-ARQUIVO TR-F-ACAO TR-F-SOLIC
           TR-F-C1 TR-F-C2 TR-F-C3 TR-F-C4 TR-F-C5
    END-UNSTRING

    ADD 1 TO WS-QTD-TRANS
    MOVE SPACES TO WS-TR-MOTIVO
    MOVE SPACES TO WS-TR-AVISO
    MOVE SPACES TO WS-TR-DETALHE
    MOVE SPACES TO WS-TR-LINHA
    MOVE SPACES TO WS-TR-ANTES
    MOVE SPACES TO WS-TR-CHAVE-TXT
    MOVE SPACE  TO WS-TR-ARQ
    MOVE SPACES TO WS-TR-ACAO

    PERFORM MN-VALIDA-CABECALHO

    IF WS-TR-MOTIVO = SPACES
        PERFORM MN-MONTA-CHAVE
        IF WS-TR-CHAVE = SPACES
            MOVE "CHAVE_AUSENTE" TO WS-TR-MOTIVO
            MOVE "campo da chave do registro em branco"
                TO WS-TR-DETALHE
        END-IF
    END-IF

    IF WS-TR-MOTIVO = SPACES
        PERFORM MN-LOCALIZA-CHAVE
        IF WS-TR-ACAO = "INCLUI" AND WS-MS-FOUND = "Y"
            MOVE "CHAVE_DUPLICADA" TO WS-TR-MOTIVO
            MOVE "registro ja existe no cadastro - use ALTERA"
                TO WS-TR-DETALHE
        END-IF
        IF WS-TR-ACAO NOT = "INCLUI" AND WS-MS-FOUND = "N"
            MOVE "CHAVE_INEXISTENTE" TO WS-TR-MOTIVO
            MOVE "registro nao encontrado no cadastro"
                TO WS-TR-DETALHE
        END-IF
    END-IF

    IF WS-TR-MOTIVO = SPACES AND WS-TR-ACAO NOT = "EXCLUI"
        EVALUATE WS-TR-ARQ
            WHEN "S"
                PERFORM MN-VALIDA-SETOR
            WHEN "C"
                PERFORM MN-VALIDA-CORPACT
            WHEN "W"
                PERFORM MN-VALIDA-WATCH
        END-EVALUATE
    END-IF

    IF WS-TR-MOTIVO = SPACES AND WS-TR-ACAO = "INCLUI"
       AND WS-MS-COUNT >= 9000
        MOVE "CAPACIDADE_ESGOTADA" TO WS-TR-MOTIVO
        MOVE "tabela de cadastros cheia" TO WS-TR-DETALHE
    END-IF

    IF WS-TR-MOTIVO = SPACES AND WS-TR-ACAO = "ALTERA"
        IF WS-TR-LINHA = MS-LINHA(WS-MS-FOUND-IDX)
            MOVE "SEM_ALTERACAO" TO WS-TR-MOTIVO
            MOVE "imagem nova igual a atual" TO WS-TR-DETALHE
        END-IF
    END-IF

    IF WS-TR-MOTIVO = SPACES
        PERFORM MN-APLICA-TRANSACAO
        MOVE "APLICADA" TO WS-TR-SITUACAO
        ADD 1 TO WS-QTD-APLICADAS
        IF WS-TR-AVISO NOT = SPACES
            MOVE WS-TR-AVISO TO WS-TR-MOTIVO
            ADD 1 TO WS-QTD-AVISOS
        END-IF
    ELSE
        MOVE "REJEITADA" TO WS-TR-SITUACAO
        ADD 1 TO WS-QTD-REJEITADAS
    END-IF

    PERFORM MN-GRAVA-RETORNO
    .

MN-VALIDA-CABECALHO.
    EVALUATE TR-F-ARQUIVO
        WHEN "TICKER_SETORES"
            MOVE "S" TO WS-TR-ARQ
        WHEN "CORPORATE_ACTIONS"
            MOVE "C" TO WS-TR-ARQ
        WHEN "WATCHLIST"
            MOVE "W" TO WS-TR-ARQ
        WHEN OTHER
            MOVE "ARQUIVO_INVALIDO" TO WS-TR-MOTIVO
            MOVE "use TICKER_SETORES / CORPORATE_ACTIONS / WATCHLIST"
                TO WS-TR-DETALHE
            EXIT PARAGRAPH
    END-EVALUATE

    EVALUATE TR-F-ACAO
        WHEN "INCLUI"
        WHEN "I"
            MOVE "INCLUI" TO WS-TR-ACAO
        WHEN "ALTERA"
        WHEN "A"
            MOVE "ALTERA" TO WS-TR-ACAO
        WHEN "EXCLUI"
        WHEN "E"
            MOVE "EXCLUI" TO WS-TR-ACAO
        WHEN OTHER
            MOVE "ACAO_INVALIDA" TO WS-TR-MOTIVO
            MOVE "use INCLUI / ALTERA / EXCLUI" TO WS-TR-DETALHE
            EXIT PARAGRAPH
    END-EVALUATE

    *> Sem solicitante o log nao responde "quem mudou"
    IF TR-F-SOLIC = SPACES
        MOVE "SOLICITANTE_AUSENTE" TO WS-TR-MOTIVO
        MOVE "coluna Solicitante obrigatoria" TO WS-TR-DETALHE
    END-IF
    .

*> ticker_setores: regras de AU-PROCESSA-SETOR
MN-VALIDA-SETOR.
    IF TR-F-C2 = SPACES
        MOVE "SETOR_VAZIO" TO WS-TR-MOTIVO
        MOVE "entrada do cadastro sem coluna Setor" TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-TR-LINHA
    STRING
        FUNCTION TRIM(TR-F-C1) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C2) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C3) DELIMITED BY SIZE
        INTO WS-TR-LINHA
    END-STRING

    MOVE TR-F-C1(1:12) TO WS-TICKER-ATUAL
    PERFORM MN-VERIFICA-NEGOCIACAO
    .

*> corporate_actions: regras de AU-PROCESSA-CORPACT, com o fator
*> fora da faixa plausivel e a data fora de pregao reprovando
MN-VALIDA-CORPACT.
    IF TR-F-C2(1:4) IS NOT NUMERIC OR TR-F-C2(5:1) NOT = "-"
       OR TR-F-C2(6:2) IS NOT NUMERIC OR TR-F-C2(8:1) NOT = "-"
       OR TR-F-C2(9:2) IS NOT NUMERIC OR TR-F-C2(11:1) NOT = SPACE
        MOVE "DATA_INVALIDA" TO WS-TR-MOTIVO
        MOVE "EffectiveDate fora do formato AAAA-MM-DD"
            TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    IF TR-F-C3 = SPACES
       OR FUNCTION TEST-NUMVAL(TR-F-C3) NOT = 0
        MOVE "FATOR_ILEGIVEL" TO WS-TR-MOTIVO
        MOVE "AdjustmentFactor ausente ou nao numerico"
            TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-FATOR-N = FUNCTION NUMVAL(TR-F-C3)
    IF WS-FATOR-N = 0
        MOVE "FATOR_ZERADO" TO WS-TR-MOTIVO
        MOVE "AdjustmentFactor igual a zero" TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF
    IF WS-FATOR-N < 0.01 OR WS-FATOR-N > 100
        MOVE "FATOR_SUSPEITO" TO WS-TR-MOTIVO
        STRING "AdjustmentFactor fora da faixa plausivel: "
               TR-F-C3
            DELIMITED BY SIZE INTO WS-TR-DETALHE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    IF WS-CAL-COUNT = 0
        MOVE "CALENDARIO_AUSENTE" TO WS-TR-MOTIVO
        MOVE "data/b3_calendario.csv ausente - data nao conferida"
            TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    MOVE TR-F-C2(1:10) TO WS-SESSAO-DATA
    PERFORM MN-ACHA-SESSAO
    IF WS-SESSAO-ACHADA = "N"
        MOVE "DATA_FORA_DE_PREGAO" TO WS-TR-MOTIVO
        STRING "EffectiveDate " WS-SESSAO-DATA
               " nao e' dia de pregao"
            DELIMITED BY SIZE INTO WS-TR-DETALHE
        END-STRING
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-TR-LINHA
    STRING
        FUNCTION TRIM(TR-F-C1) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        TR-F-C2(1:10)          DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C3) DELIMITED BY SIZE
        INTO WS-TR-LINHA
    END-STRING

    MOVE TR-F-C1(1:12) TO WS-TICKER-ATUAL
    PERFORM MN-VERIFICA-NEGOCIACAO
    .

*> watchlist: regras de leitura do MOTOR-B3-WATCHLIST
MN-VALIDA-WATCH.
    IF TR-F-C4 NOT = ">" AND TR-F-C4 NOT = "<"
        MOVE "OPERADOR_INVALIDO" TO WS-TR-MOTIVO
        MOVE "Operador deve ser > ou <" TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    EVALUATE TR-F-C3
        WHEN "RET_JANELA"
        WHEN "VOL_ANUAL"
        WHEN "IND_LIQUIDEZ"
        WHEN "DRAWDOWN"
        WHEN "DIST_MAX_52SEM"
        WHEN "DIST_MIN_52SEM"
            CONTINUE
        WHEN OTHER
            MOVE "METRICA_INVALIDA" TO WS-TR-MOTIVO
            MOVE "Metrica fora da lista do MOTOR-B3-WATCHLIST"
                TO WS-TR-DETALHE
            EXIT PARAGRAPH
    END-EVALUATE

    IF TR-F-C5 = SPACES
       OR FUNCTION TEST-NUMVAL(TR-F-C5) NOT = 0
        MOVE "LIMITE_ILEGIVEL" TO WS-TR-MOTIVO
        MOVE "Limite ausente ou nao numerico" TO WS-TR-DETALHE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-TR-LINHA
    STRING
        FUNCTION TRIM(TR-F-C1) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C2) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C3) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C4) DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-C5) DELIMITED BY SIZE
        INTO WS-TR-LINHA
    END-STRING

    MOVE TR-F-C2(1:12) TO WS-TICKER-ATUAL
    PERFORM MN-VERIFICA-NEGOCIACAO
    .

*> Ticker nunca negociado: AVISO na auditoria - aplica e avisa
MN-VERIFICA-NEGOCIACAO.
    IF WS-UNIV-COUNT = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM MN-ACHA-UNIVERSO
    IF WS-UNIV-FOUND = "N"
        MOVE "TICKER_SEM_NEGOCIACAO" TO WS-TR-AVISO
        MOVE "ticker nunca visto no pricereport - aplicada com aviso"
            TO WS-TR-DETALHE
    END-IF
    .

*> ==========================================================
*> APLICACAO E LOG DE AUDITORIA
*> ==========================================================
MN-APLICA-TRANSACAO.
    EVALUATE WS-TR-ACAO
        WHEN "INCLUI"
            ADD 1 TO WS-MS-COUNT
            MOVE WS-TR-ARQ   TO MS-ARQ(WS-MS-COUNT)
            MOVE WS-TR-CHAVE TO MS-CHAVE(WS-MS-COUNT)
            MOVE WS-TR-LINHA TO MS-LINHA(WS-MS-COUNT)
            MOVE "Y"         TO MS-ATIVA(WS-MS-COUNT)
        WHEN "ALTERA"
            MOVE MS-LINHA(WS-MS-FOUND-IDX) TO WS-TR-ANTES
            MOVE WS-TR-LINHA TO MS-LINHA(WS-MS-FOUND-IDX)
        WHEN "EXCLUI"
            MOVE MS-LINHA(WS-MS-FOUND-IDX) TO WS-TR-ANTES
            MOVE "N" TO MS-ATIVA(WS-MS-FOUND-IDX)
    END-EVALUATE

    EVALUATE WS-TR-ARQ
        WHEN "S"
            MOVE "Y" TO WS-SETOR-ALTERADO
        WHEN "C"
            MOVE "Y" TO WS-CORPACT-ALTERADO
        WHEN "W"
            MOVE "Y" TO WS-WATCH-ALTERADO
    END-EVALUATE

    PERFORM MN-GRAVA-LOG
    .

MN-GRAVA-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
    MOVE SPACES TO WS-TIMESTAMP
    STRING
        WS-TS-RAW(1:4)  DELIMITED BY SIZE
        "-"             DELIMITED BY SIZE
        WS-TS-RAW(5:2)  DELIMITED BY SIZE
        "-"             DELIMITED BY SIZE
        WS-TS-RAW(7:2)  DELIMITED BY SIZE
        " "             DELIMITED BY SIZE
        WS-TS-RAW(9:2)  DELIMITED BY SIZE
        ":"             DELIMITED BY SIZE
        WS-TS-RAW(11:2) DELIMITED BY SIZE
        ":"             DELIMITED BY SIZE
        WS-TS-RAW(13:2) DELIMITED BY SIZE
        INTO WS-TIMESTAMP
    END-STRING

    MOVE WS-TR-ANTES TO WS-LOG-ANTES
    INSPECT WS-LOG-ANTES REPLACING ALL "," BY ";"
    MOVE SPACES TO WS-LOG-DEPOIS
    IF WS-TR-ACAO NOT = "EXCLUI"
        MOVE WS-TR-LINHA TO WS-LOG-DEPOIS
        INSPECT WS-LOG-DEPOIS REPLACING ALL "," BY ";"
    END-IF

    MOVE SPACES TO LOG-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-TIMESTAMP                  DELIMITED BY SIZE
        ","                           DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-SOLIC)     DELIMITED BY SIZE
        ","                           DELIMITED BY SIZE
        TR-F-ARQUIVO                  DELIMITED BY SPACE
        ","                           DELIMITED BY SIZE
        WS-TR-ACAO                    DELIMITED BY SPACE
        ","                           DELIMITED BY SIZE
        WS-TR-CHAVE-TXT               DELIMITED BY SPACE
        ","                           DELIMITED BY SIZE
        FUNCTION TRIM(WS-LOG-ANTES)   DELIMITED BY SIZE
        ","                           DELIMITED BY SIZE
        FUNCTION TRIM(WS-LOG-DEPOIS)  DELIMITED BY SIZE
        INTO LOG-REC
        WITH POINTER WS-STR-PTR
    END-STRING
    WRITE LOG-REC
    .

MN-GRAVA-RETORNO.
    MOVE WS-TR-SEQ TO WS-SEQ-TXT

    MOVE SPACES TO RETORNO-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-SEQ-TXT                 DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        TR-F-ARQUIVO               DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        TR-F-ACAO                  DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        FUNCTION TRIM(TR-F-SOLIC)  DELIMITED BY SIZE
        ","                        DELIMITED BY SIZE
        WS-TR-CHAVE-TXT            DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        WS-TR-SITUACAO             DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        WS-TR-MOTIVO               DELIMITED BY SPACE
        ","                        DELIMITED BY SIZE
        FUNCTION TRIM(WS-TR-DETALHE) DELIMITED BY SIZE
        INTO RETORNO-REC
        WITH POINTER WS-STR-PTR
    END-STRING
    WRITE RETORNO-REC
    .

*> ==========================================================
*> REGRAVACAO DOS CADASTROS (copia de seguranca antes)
*> ==========================================================
MN-REGRAVA-SETORES.
    MOVE "N" TO WS-MASTER-EOF
    OPEN INPUT SETOR-IN
    IF WS-SETOR-FILE-STATUS = "00"
        OPEN OUTPUT SETORANT-OUT
        PERFORM UNTIL WS-MASTER-EOF = "Y"
            READ SETOR-IN
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                    MOVE SETOR-REC TO SETORANT-REC
                    WRITE SETORANT-REC
                    ADD 1 TO WS-QTD-COPIADAS
            END-READ
        END-PERFORM
        CLOSE SETORANT-OUT
        CLOSE SETOR-IN
    END-IF

    OPEN OUTPUT SETOR-OUT
    MOVE WS-HDR-SETOR TO SETOR-OUT-REC
    WRITE SETOR-OUT-REC
    PERFORM VARYING WS-MS-IDX FROM 1 BY 1
        UNTIL WS-MS-IDX > WS-MS-COUNT
        IF MS-ARQ(WS-MS-IDX) = "S" AND MS-ATIVA(WS-MS-IDX) = "Y"
            MOVE MS-LINHA(WS-MS-IDX) TO SETOR-OUT-REC
            WRITE SETOR-OUT-REC
            ADD 1 TO WS-QTD-GRAVADAS
        END-IF
    END-PERFORM
    CLOSE SETOR-OUT
    .

MN-REGRAVA-CORPACTIONS.
    MOVE "N" TO WS-MASTER-EOF
    OPEN INPUT CORPACT-IN
    IF WS-CORPACT-FILE-STATUS = "00"
        OPEN OUTPUT CORPANT-OUT
        PERFORM UNTIL WS-MASTER-EOF = "Y"
            READ CORPACT-IN
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                    MOVE CORPACT-REC TO CORPANT-REC
                    WRITE CORPANT-REC
                    ADD 1 TO WS-QTD-COPIADAS
            END-READ
        END-PERFORM
        CLOSE CORPANT-OUT
        CLOSE CORPACT-IN
    END-IF

    OPEN OUTPUT CORPACT-OUT
    MOVE WS-HDR-CORPACT TO CORPACT-OUT-REC
    WRITE CORPACT-OUT-REC
    PERFORM VARYING WS-MS-IDX FROM 1 BY 1
        UNTIL WS-MS-IDX > WS-MS-COUNT
        IF MS-ARQ(WS-MS-IDX) = "C" AND MS-ATIVA(WS-MS-IDX) = "Y"
            MOVE MS-LINHA(WS-MS-IDX) TO CORPACT-OUT-REC
            WRITE CORPACT-OUT-REC
            ADD 1 TO WS-QTD-GRAVADAS
        END-IF
    END-PERFORM
    CLOSE CORPACT-OUT
    .

MN-REGRAVA-WATCHLIST.
    MOVE "N" TO WS-MASTER-EOF
    OPEN INPUT WATCH-IN
    IF WS-WATCH-FILE-STATUS = "00"
        OPEN OUTPUT WATCHANT-OUT
        PERFORM UNTIL WS-MASTER-EOF = "Y"
            READ WATCH-IN
                AT END
                    MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                    MOVE WATCH-REC TO WATCHANT-REC
                    WRITE WATCHANT-REC
                    ADD 1 TO WS-QTD-COPIADAS
            END-READ
        END-PERFORM
        CLOSE WATCHANT-OUT
        CLOSE WATCH-IN
    END-IF

    OPEN OUTPUT WATCH-OUT
    MOVE WS-HDR-WATCH TO WATCH-OUT-REC
    WRITE WATCH-OUT-REC
    PERFORM VARYING WS-MS-IDX FROM 1 BY 1
        UNTIL WS-MS-IDX > WS-MS-COUNT
        IF MS-ARQ(WS-MS-IDX) = "W" AND MS-ATIVA(WS-MS-IDX) = "Y"
            MOVE MS-LINHA(WS-MS-IDX) TO WATCH-OUT-REC
            WRITE WATCH-OUT-REC
            ADD 1 TO WS-QTD-GRAVADAS
        END-IF
    END-PERFORM
    CLOSE WATCH-OUT
    .
