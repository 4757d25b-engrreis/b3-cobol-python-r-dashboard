*> FontePreco = PRECO_CARREGADO - nunca descartada em silencio. Sem
*> preco em lugar nenhum, a posicao sai com SEM_PRECO e fica fora dos
*> totais da carteira.
*>
*> Alem das duas saidas do dia (recriadas a cada execucao), as mesmas
*> linhas sao acumuladas em carteira_valoracao_hist_cobol.csv e
*> carteira_resumo_hist_cobol.csv - a serie datada que a atribuicao de
*> performance (MOTOR-B3-ATRIBUICAO) le. Reexecutar a mesma data de
*> marcacao substitui as linhas daquela data no historico em vez de
*> duplica-las (reescrita via arquivo de trabalho, como no restate).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "processados/carteira_resumo_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Historicos datados das duas saidas acima (acumulados)
    SELECT VALHIST-IN
        ASSIGN TO "processados/carteira_valoracao_hist_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALHIST-IN-STATUS.

    SELECT VALHIST-OUT
        ASSIGN TO "processados/carteira_valoracao_hist_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALHIST-FILE-STATUS.

    SELECT RESHIST-IN
        ASSIGN TO "processados/carteira_resumo_hist_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESHIST-IN-STATUS.

    SELECT RESHIST-OUT
        ASSIGN TO "processados/carteira_resumo_hist_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESHIST-FILE-STATUS.

    *> Arquivo de trabalho da reescrita do historico quando a data de
    *> marcacao ja esta' nele (reexecucao)
    SELECT HISTWORK-OUT
        ASSIGN TO "processados/carteira_hist_work_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT HISTWORK-IN
        ASSIGN TO "processados/carteira_hist_work_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTWORK-FILE-STATUS.

    *> Historico de execucoes compartilhado pela esteira (uma linha por
    *> invocacao, so' recebe OPEN EXTEND)
    SELECT HISTEXEC-OUT
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RESUMO-OUT.
01  RESUMO-REC           PIC X(256).

FD  VALHIST-IN.
01  VALHIST-IN-REC       PIC X(256).

FD  VALHIST-OUT.
01  VALHIST-REC          PIC X(256).

FD  RESHIST-IN.
01  RESHIST-IN-REC       PIC X(256).

FD  RESHIST-OUT.
01  RESHIST-REC          PIC X(256).

FD  HISTWORK-OUT.
01  HISTWORK-REC         PIC X(256).

FD  HISTWORK-IN.
01  HISTWORK-IN-REC      PIC X(256).

FD  HISTEXEC-OUT.
01  HISTEXEC-REC         PIC X(256).

WORKING-STORAGE SECTION.

01  WS-POSICAO-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-DAILY-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-ESTADO-FILE-STATUS  PIC X(2)  VALUE "00".
01  WS-ROLLING-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-VALHIST-IN-STATUS   PIC X(2)  VALUE "00".
01  WS-VALHIST-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-RESHIST-IN-STATUS   PIC X(2)  VALUE "00".
01  WS-RESHIST-FILE-STATUS PIC X(2)  VALUE "00".
01  WS-HISTWORK-FILE-STATUS PIC X(2) VALUE "00".

01  WS-POSICAO-EOF         PIC X     VALUE "N".
01  WS-POSICAO-HEADER-SKIP PIC X     VALUE "N".
01  WS-ESTADO-HEADER-SKIP  PIC X     VALUE "N".
01  WS-ROLLING-EOF         PIC X     VALUE "N".
01  WS-ROLLING-HEADER-SKIP PIC X     VALUE "N".
01  WS-HIST-EOF            PIC X     VALUE "N".
01  WS-HIST-HEADER-SKIP    PIC X     VALUE "N".

*> ---------- CAMPOS DO ARQUIVO DE POSICOES ----------
01  WS-POSICAO-FIELDS.
*> (mesma tecnica de PH1-GRAVA-EXTREMO do motor)
01  WS-STR-PTR       PIC 9(5) VALUE 0.

*> ---------- HISTORICOS DATADOS ----------
01  WS-HDR-VALOR     PIC X(160) VALUE
    "TradeDate,PortfolioId,TickerSymbol,Quantity,CostBasis,PrecoUsado,DataPreco,FontePreco,ValorMercado,PnLDiario,PnLAcumulado,PesoCarteira".
01  WS-HDR-RESUMO    PIC X(160) VALUE
    "TradeDate,PortfolioId,NPosicoes,ValorMercado,PnLDiario,PnLAcumulado,BetaCarteira,PosicoesPrecoCarregado,PosicoesSemPreco".
*> Linhas da data de marcacao ja presentes no historico (reexecucao)
01  WS-HIST-DATA-COUNT PIC 9(9) VALUE 0.
01  WS-HIST-SUBST      PIC 9(9) VALUE 0.

01  WS-TOTAL-POSICOES  PIC 9(9) VALUE 0.
01  WS-QTD-CARREGADO   PIC 9(9) VALUE 0.
01  WS-QTD-SEM-PRECO   PIC 9(9) VALUE 0.

*> ---------- HISTORICO DE EXECUCOES (arquivo compartilhado) ----------
01  WS-HISTEXEC-FILE-STATUS PIC X(2) VALUE "00".
*> FUNCTION CURRENT-DATE = AAAAMMDDhhmmsscc+hhmm
01  WS-HX-TS-INICIO.
    05  HX-INI-AAAA      PIC X(4).
    05  HX-INI-MES       PIC X(2).
    05  HX-INI-DIA       PIC X(2).
    05  HX-INI-HH        PIC 9(2).
    05  HX-INI-MM        PIC 9(2).
    05  HX-INI-SS        PIC 9(2).
    05  FILLER           PIC X(7).
01  WS-HX-TS-FIM.
    05  HX-FIM-AAAA      PIC X(4).
    05  HX-FIM-MES       PIC X(2).
    05  HX-FIM-DIA       PIC X(2).
    05  HX-FIM-HH        PIC 9(2).
    05  HX-FIM-MM        PIC 9(2).
    05  HX-FIM-SS        PIC 9(2).
    05  FILLER           PIC X(7).
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
    DISPLAY "=== MOTOR B3 CARTEIRA (valoracao e P&L) ==="

    PERFORM CART-INICIA-HISTEXEC

    PERFORM CART-ACHA-MAX-DATE

    IF WS-MAX-DATE = SPACES
        DISPLAY "ERRO: processados/daily_returns_cobol.csv ausente ou "
                "vazio - rode o MOTOR-B3-COBOL antes da valoracao"
        MOVE 8 TO RETURN-CODE
        PERFORM CART-GRAVA-HISTEXEC
        GOBACK
    END-IF

        DISPLAY "ERRO: data/carteiras_posicoes.csv ausente ou sem "
                "posicoes - nada a valorar"
        MOVE 8 TO RETURN-CODE
        PERFORM CART-GRAVA-HISTEXEC
        GOBACK
    END-IF

        PERFORM CART-MARCA-POSICAO
    END-PERFORM

    *> 2a passada: grava as posicoes com o peso na carteira, no
    *> arquivo do dia e no historico datado
    PERFORM CART-PREPARA-HIST-VALOR
    PERFORM CART-GRAVA-VALORACAO
    CLOSE VALHIST-OUT

    PERFORM CART-PREPARA-HIST-RESUMO
    PERFORM CART-GRAVA-RESUMO
    CLOSE RESHIST-OUT

    IF WS-POS-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-POS-DROP-COUNT " posicoes "
    DISPLAY "Carteiras...........................: " WS-CART-COUNT
    DISPLAY "Posicoes a preco carregado..........: " WS-QTD-CARREGADO
    DISPLAY "Posicoes sem preco..................: " WS-QTD-SEM-PRECO
    DISPLAY "Linhas substituidas nos historicos..: " WS-HIST-SUBST
    DISPLAY "=== FIM MOTOR B3 CARTEIRA ==="

    PERFORM CART-GRAVA-HISTEXEC
    GOBACK.

*> ==========================================================
CART-GRAVA-VALORACAO.
    OPEN OUTPUT VALOR-OUT

    MOVE WS-HDR-VALOR TO VALOR-REC
    WRITE VALOR-REC

    PERFORM VARYING WS-POS-IDX FROM 1 BY 1
    END-STRING

    WRITE VALOR-REC
    WRITE VALHIST-REC FROM VALOR-REC
    .

*> ==========================================================
CART-GRAVA-RESUMO.
    OPEN OUTPUT RESUMO-OUT

    MOVE WS-HDR-RESUMO TO RESUMO-REC
    WRITE RESUMO-REC

    PERFORM VARYING WS-CART-IDX FROM 1 BY 1
    END-STRING

    WRITE RESUMO-REC
    WRITE RESHIST-REC FROM RESUMO-REC
    .

*> ==========================================================
*> HISTORICOS DATADOS (valoracao e resumo)
*> ==========================================================
*> Deixa VALHIST-OUT aberto para receber as linhas da data de
*> marcacao: em EXTEND no caso normal (criado com header quando ainda
*> nao existe - status 35, mesma tecnica das saidas acumuladas do
*> motor no modo delta); se a data ja esta' no historico (reexecucao),
*> o historico e' reescrito sem aquelas linhas antes.
CART-PREPARA-HIST-VALOR.
    MOVE 0   TO WS-HIST-DATA-COUNT
    MOVE "N" TO WS-HIST-EOF

    OPEN INPUT VALHIST-IN
    IF WS-VALHIST-IN-STATUS = "00"
        PERFORM UNTIL WS-HIST-EOF = "Y"
            READ VALHIST-IN
                AT END
                    MOVE "Y" TO WS-HIST-EOF
                NOT AT END
                    IF VALHIST-IN-REC(1:10) = WS-MAX-DATE
                        ADD 1 TO WS-HIST-DATA-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALHIST-IN
    END-IF

    IF WS-HIST-DATA-COUNT = 0
        OPEN EXTEND VALHIST-OUT
        IF WS-VALHIST-FILE-STATUS = "35"
            OPEN OUTPUT VALHIST-OUT
            MOVE WS-HDR-VALOR TO VALHIST-REC
            WRITE VALHIST-REC
        END-IF
        EXIT PARAGRAPH
    END-IF

    ADD WS-HIST-DATA-COUNT TO WS-HIST-SUBST

    *> 1) historico sem a data de marcacao -> arquivo de trabalho
    MOVE "N" TO WS-HIST-EOF
    MOVE "N" TO WS-HIST-HEADER-SKIP
    OPEN INPUT  VALHIST-IN
         OUTPUT HISTWORK-OUT
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ VALHIST-IN
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                IF WS-HIST-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HIST-HEADER-SKIP
                ELSE
                    IF VALHIST-IN-REC(1:10) NOT = WS-MAX-DATE
                        WRITE HISTWORK-REC FROM VALHIST-IN-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE VALHIST-IN
          HISTWORK-OUT

    *> 2) trabalho -> historico recriado, que fica aberto para o dia
    OPEN OUTPUT VALHIST-OUT
    MOVE WS-HDR-VALOR TO VALHIST-REC
    WRITE VALHIST-REC

    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HISTWORK-IN
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ HISTWORK-IN
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                WRITE VALHIST-REC FROM HISTWORK-IN-REC
        END-READ
    END-PERFORM
    CLOSE HISTWORK-IN
    .

*> Mesma tecnica de CART-PREPARA-HIST-VALOR para o resumo
CART-PREPARA-HIST-RESUMO.
    MOVE 0   TO WS-HIST-DATA-COUNT
    MOVE "N" TO WS-HIST-EOF

    OPEN INPUT RESHIST-IN
    IF WS-RESHIST-IN-STATUS = "00"
        PERFORM UNTIL WS-HIST-EOF = "Y"
            READ RESHIST-IN
                AT END
                    MOVE "Y" TO WS-HIST-EOF
                NOT AT END
                    IF RESHIST-IN-REC(1:10) = WS-MAX-DATE
                        ADD 1 TO WS-HIST-DATA-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESHIST-IN
    END-IF

    IF WS-HIST-DATA-COUNT = 0
        OPEN EXTEND RESHIST-OUT
        IF WS-RESHIST-FILE-STATUS = "35"
            OPEN OUTPUT RESHIST-OUT
            MOVE WS-HDR-RESUMO TO RESHIST-REC
            WRITE RESHIST-REC
        END-IF
        EXIT PARAGRAPH
    END-IF

    ADD WS-HIST-DATA-COUNT TO WS-HIST-SUBST

    MOVE "N" TO WS-HIST-EOF
    MOVE "N" TO WS-HIST-HEADER-SKIP
    OPEN INPUT  RESHIST-IN
         OUTPUT HISTWORK-OUT
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ RESHIST-IN
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                IF WS-HIST-HEADER-SKIP = "N"
                    MOVE "Y" TO WS-HIST-HEADER-SKIP
                ELSE
                    IF RESHIST-IN-REC(1:10) NOT = WS-MAX-DATE
                        WRITE HISTWORK-REC FROM RESHIST-IN-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RESHIST-IN
          HISTWORK-OUT

    OPEN OUTPUT RESHIST-OUT
    MOVE WS-HDR-RESUMO TO RESHIST-REC
    WRITE RESHIST-REC

    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HISTWORK-IN
    PERFORM UNTIL WS-HIST-EOF = "Y"
        READ HISTWORK-IN
            AT END
                MOVE "Y" TO WS-HIST-EOF
            NOT AT END
                WRITE RESHIST-REC FROM HISTWORK-IN-REC
        END-READ
    END-PERFORM
    CLOSE HISTWORK-IN
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
CART-INICIA-HISTEXEC.
    MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-INICIO
    .

*> Uma linha por invocacao no historico compartilhado pela esteira
*> (mesmo layout do MOTOR-B3-COBOL):
*> data da marcacao, posicoes carregadas, posicoes valoradas e
*> posicoes descartadas por capacidade.
*> Sem data de negocio propria vale a data do run.
CART-GRAVA-HISTEXEC.
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

    MOVE WS-MAX-DATE         TO WS-HX-DATA-NEGOCIO
    MOVE WS-POS-COUNT        TO WS-HX-LIDOS
    MOVE WS-TOTAL-POSICOES   TO WS-HX-GRAVADOS
    MOVE WS-POS-DROP-COUNT   TO WS-HX-REJEITADOS
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
        "CARTEIRA"           DELIMITED BY SIZE
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
