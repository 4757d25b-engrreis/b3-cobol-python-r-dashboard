       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-OPERACOES.

*> Livro de operacoes das carteiras: lotes fiscais FIFO, resultado
*> realizado por venda e apuracao mensal de ganho de capital (DARF).
*>
*> Le o arquivo datado de operacoes data/carteiras_operacoes.csv
*> (PortfolioId,TradeDate,TickerSymbol,Side,Quantity,Price,Fees),
*> ordena por TradeDate (operacoes da mesma data ficam na ordem do
*> arquivo) e reprocessa o historico inteiro a cada execucao:
*>   - compra (Side C/COMPRA/BUY) abre um lote com custo = quantidade
*>     x preco + taxas;
*>   - venda (Side V/VENDA/SELL) consome primeiro os lotes comprados
*>     na mesma TradeDate para o mesmo PortfolioId/TickerSymbol (day
*>     trade) e o resto dos lotes abertos do mais antigo para o mais
*>     novo (FIFO, operacao comum); resultado = quantidade x preco -
*>     taxas - custo consumido, com as taxas da venda rateadas entre
*>     as duas partes pela quantidade.
*> Venda acima da quantidade em lotes abertos e' rejeitada inteira
*> (VENDA_SEM_POSICAO) - o livro nao abre posicao vendida.
*>
*> Saidas:
*>   - data/carteiras_posicoes.csv regenerado a partir dos lotes em
*>     aberto (PortfolioId,TickerSymbol,Quantity,CostBasis, com
*>     CostBasis = custo medio unitario dos lotes restantes), no
*>     layout lido por CART-CARREGA-POSICOES do MOTOR-B3-CARTEIRA. A
*>     versao anterior e' copiada antes para processados/
*>     carteiras_posicoes_anterior_cobol.csv. Posicoes de abertura tem
*>     que entrar no arquivo de operacoes como compras.
*>   - processados/carteira_lotes_abertos_cobol.csv: lote a lote.
*>   - processados/carteira_ganhos_realizados_cobol.csv: uma linha por
*>     venda, com custo FIFO, taxas e resultado realizado, e a parte
*>     day trade (quantidade e resultado) destacada no fim da linha.
*>   - processados/carteira_darf_mensal_cobol.csv: por carteira e mes
*>     com vendas, a apuracao de operacoes comuns (swing trade):
*>     isencao para vendas comuns no mes ate DARF_LIMITE_ISENCAO
*>     (default R$ 20.000,00), compensacao de prejuizo acumulado
*>     (prejuizo de mes isento tambem e' acumulado) e imposto a
*>     DARF_ALIQUOTA (default 15%); e, nas colunas DT, a de day trade:
*>     sem isencao, prejuizo acumulado proprio (so' compensa day
*>     trade) e imposto a DARF_ALIQUOTA_DT (default 20%). O DARF do
*>     mes soma as duas; abaixo de DARF_VALOR_MINIMO (default
*>     R$ 10,00) e' transportado para o mes seguinte.
*>   - processados/carteira_operacoes_rejeitadas_cobol.csv.
*>
*> Sem o arquivo de operacoes o programa termina com RC 8 e NAO toca
*> em data/carteiras_posicoes.csv. Idem (RC 8, cadastro intocado) com
*> operacoes, lotes ou posicoes alem da capacidade das tabelas - um
*> livro truncado nao regenera o cadastro. A tabela de posicoes tem o
*> mesmo limite (2000) da leitura do MOTOR-B3-CARTEIRA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Mesmo arquivo de parametros do motor (DARF_LIMITE_ISENCAO,
    *> DARF_ALIQUOTA, DARF_ALIQUOTA_DT, DARF_VALOR_MINIMO)
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    *> Operacoes datadas das carteiras
    SELECT OPER-IN
        ASSIGN TO "data/carteiras_operacoes.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-FILE-STATUS.

    *> Posicoes atuais - lidas apenas para a copia de seguranca antes
    *> da regeneracao
    SELECT POSICAO-IN
        ASSIGN TO "data/carteiras_posicoes.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSICAO-FILE-STATUS.

    SELECT POSICAO-OUT
        ASSIGN TO "data/carteiras_posicoes.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT POSANT-OUT
        ASSIGN TO "processados/carteiras_posicoes_anterior_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Lotes FIFO ainda abertos, lote a lote
    SELECT LOTES-OUT
        ASSIGN TO "processados/carteira_lotes_abertos_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Uma linha por venda com o resultado realizado
    SELECT REALIZ-OUT
        ASSIGN TO "processados/carteira_ganhos_realizados_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Apuracao mensal por carteira (base do DARF)
    SELECT DARF-OUT
        ASSIGN TO "processados/carteira_darf_mensal_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REJOPER-OUT
        ASSIGN TO "processados/carteira_operacoes_rejeitadas_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(128).

FD  OPER-IN.
01  OPER-REC             PIC X(256).

FD  POSICAO-IN.
01  POSICAO-REC          PIC X(128).

FD  POSICAO-OUT.
01  POSICAO-OUT-REC      PIC X(128).

FD  POSANT-OUT.
01  POSANT-REC           PIC X(128).

FD  LOTES-OUT.
01  LOTES-REC            PIC X(256).

FD  REALIZ-OUT.
01  REALIZ-REC           PIC X(256).

FD  DARF-OUT.
01  DARF-REC             PIC X(512).

FD  REJOPER-OUT.
01  REJOPER-REC          PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS   PIC X(2)  VALUE "00".
01  WS-OPER-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-POSICAO-FILE-STATUS PIC X(2)  VALUE "00".

01  WS-PARAM-EOF           PIC X     VALUE "N".
01  WS-PARAM-HEADER-SKIP   PIC X     VALUE "N".
01  WS-OPER-EOF            PIC X     VALUE "N".
01  WS-OPER-HEADER-SKIP    PIC X     VALUE "N".
01  WS-POSICAO-EOF         PIC X     VALUE "N".

01  WS-PARAM-FIELDS.
    05  PF-NOME   PIC X(30).
    05  PF-VALOR  PIC X(30).

*> ---------- PARAMETROS DA APURACAO ----------
*> Limite mensal de vendas para a isencao de operacoes comuns
01  WS-LIMITE-ISENCAO  PIC 9(9)V9(2) VALUE 20000.
*> Aliquota de operacoes comuns, em percentual
01  WS-ALIQUOTA        PIC 9(3)V9(4) VALUE 15.
*> Aliquota de day trade, em percentual
01  WS-ALIQUOTA-DT     PIC 9(3)V9(4) VALUE 20.
*> DARF abaixo deste valor nao e' recolhido - soma no mes seguinte
01  WS-DARF-MINIMO     PIC 9(7)V9(2) VALUE 10.

*> ---------- CAMPOS DO ARQUIVO DE OPERACOES ----------
01  WS-OPER-FIELDS.
    05  OF-F-PORTF    PIC X(20).
    05  OF-F-DATA     PIC X(20).
    05  OF-F-TICKER   PIC X(20).
    05  OF-F-LADO     PIC X(20).
    05  OF-F-QTY      PIC X(20).
    05  OF-F-PRECO    PIC X(20).
    05  OF-F-TAXAS    PIC X(20).

01  WS-LADO-UP        PIC X(20) VALUE SPACES.
01  WS-REJ-MOTIVO     PIC X(20) VALUE SPACES.

*> Tabela de operacoes validas, mantida ordenada por data na carga
*> (insercao estavel: a mesma data preserva a ordem do arquivo)
01  WS-OPR-TBL.
    05  WS-OPR-ENTRY OCCURS 1 TO 20000 TIMES
            DEPENDING ON WS-OPR-COUNT.
        10  OT-DATA        PIC X(10).
        10  OT-PORTF       PIC X(12).
        10  OT-TICKER      PIC X(12).
        10  OT-LADO        PIC X.
        10  OT-QTY         PIC 9(12)V9(2).
        10  OT-PRECO       PIC 9(7)V9(4).
        10  OT-TAXAS       PIC 9(9)V9(2).
01  WS-OPR-COUNT      PIC 9(5) VALUE 0.
01  WS-OPR-IDX        PIC 9(5) VALUE 0.
01  WS-OPR-INSPOS     PIC 9(5) VALUE 0.
01  WS-OPR-SHIFT-IDX  PIC 9(5) VALUE 0.
*> Operacoes alem da capacidade - livro truncado nao passa por limpo
01  WS-OPR-DROP-COUNT PIC 9(9) VALUE 0.

01  WS-NEW-OPR.
    05  NO-DATA        PIC X(10).
    05  NO-PORTF       PIC X(12).
    05  NO-TICKER      PIC X(12).
    05  NO-LADO        PIC X.
    05  NO-QTY         PIC 9(12)V9(2).
    05  NO-PRECO       PIC 9(7)V9(4).
    05  NO-TAXAS       PIC 9(9)V9(2).

*> ---------- LOTES FISCAIS (FIFO) ----------
*> Na ordem de abertura: o primeiro lote com saldo para a chave
*> carteira/ticker e' sempre o mais antigo. Lote zerado fica na
*> tabela com saldo zero e e' pulado nas vendas seguintes.
01  WS-LOTE-TBL.
    05  WS-LOTE-ENTRY OCCURS 1 TO 20000 TIMES
            DEPENDING ON WS-LOTE-COUNT.
        10  LT-PORTF       PIC X(12).
        10  LT-TICKER      PIC X(12).
        10  LT-DATA        PIC X(10).
        10  LT-QTD-ORIG    PIC 9(12)V9(2).
        10  LT-QTD-ABERTA  PIC 9(12)V9(2).
        *> Custo total do lote na abertura (quantidade x preco +
        *> taxas); o custo de uma fracao sai proporcional a quantidade
        10  LT-CUSTO-TOTAL PIC 9(15)V9(2).
        *> Custo ainda nao baixado; zera junto com a quantidade aberta
        10  LT-CUSTO-ABERTO PIC 9(15)V9(2).
01  WS-LOTE-COUNT     PIC 9(5) VALUE 0.
01  WS-LOTE-IDX       PIC 9(5) VALUE 0.
01  WS-LOTE-DROP-COUNT PIC 9(9) VALUE 0.

*> ---------- CALCULO DA VENDA ----------
01  WS-SALDO-ABERTO   PIC 9(12)V9(2) VALUE 0.
01  WS-QTD-RESTANTE   PIC 9(12)V9(2) VALUE 0.
01  WS-QTD-CONSUMO    PIC 9(12)V9(2) VALUE 0.
01  WS-CUSTO-CONSUMO  PIC 9(15)V9(2) VALUE 0.
01  WS-CUSTO-FIFO     PIC 9(15)V9(2) VALUE 0.
01  WS-VALOR-VENDA    PIC 9(15)V9(2) VALUE 0.
01  WS-RESULTADO      PIC S9(15)V9(2) VALUE 0.
01  WS-N-LOTES        PIC 9(5) VALUE 0.
*> Parte day trade da venda (lotes comprados na mesma data) e parte
*> comum (o restante, FIFO)
01  WS-QTD-DT         PIC 9(12)V9(2) VALUE 0.
01  WS-CUSTO-DT       PIC 9(15)V9(2) VALUE 0.
01  WS-VALOR-DT       PIC 9(15)V9(2) VALUE 0.
01  WS-TAXAS-DT       PIC 9(9)V9(2) VALUE 0.
01  WS-RESULTADO-DT   PIC S9(15)V9(2) VALUE 0.
01  WS-VALOR-COMUM    PIC 9(15)V9(2) VALUE 0.
01  WS-RESULTADO-COMUM PIC S9(15)V9(2) VALUE 0.

*> ---------- APURACAO MENSAL ----------
*> Uma entrada por carteira/mes com venda, criada na ordem do
*> processamento (por data) - para cada carteira os meses ja ficam
*> em ordem crescente, que e' a ordem do transporte de prejuizo.
01  WS-MES-TBL.
    05  WS-MES-ENTRY OCCURS 1 TO 5000 TIMES
            DEPENDING ON WS-MES-COUNT.
        10  MS-PORTF       PIC X(12).
        10  MS-MES         PIC X(7).
        10  MS-NVENDAS     PIC 9(5).
        *> Operacoes comuns
        10  MS-VENDAS      PIC 9(15)V9(2).
        10  MS-RESULTADO   PIC S9(15)V9(2).
        *> Day trade
        10  MS-VENDAS-DT   PIC 9(15)V9(2).
        10  MS-RESULTADO-DT PIC S9(15)V9(2).
01  WS-MES-COUNT      PIC 9(5) VALUE 0.
01  WS-MES-IDX        PIC 9(5) VALUE 0.
01  WS-MES-FOUND      PIC X    VALUE "N".
01  WS-MES-FOUND-IDX  PIC 9(5) VALUE 0.
01  WS-MES-DROP-COUNT PIC 9(9) VALUE 0.

*> Saldos transportados por carteira (busca linear: o numero de
*> carteiras distintas e' pequeno)
01  WS-CART-TBL.
    05  WS-CART-ENTRY OCCURS 1 TO 200 TIMES
            DEPENDING ON WS-CART-COUNT.
        10  CA-PORTF       PIC X(12).
        10  CA-PREJUIZO    PIC 9(15)V9(2).
        *> Prejuizo de day trade so' compensa day trade
        10  CA-PREJUIZO-DT PIC 9(15)V9(2).
        10  CA-IMP-PEND    PIC 9(9)V9(2).
01  WS-CART-COUNT     PIC 9(3) VALUE 0.
01  WS-CART-IDX       PIC 9(3) VALUE 0.
01  WS-CART-FOUND     PIC X    VALUE "N".
01  WS-CART-FOUND-IDX PIC 9(3) VALUE 0.
01  WS-CART-DROP-COUNT PIC 9(9) VALUE 0.

01  WS-PREJ-ANTERIOR  PIC 9(15)V9(2) VALUE 0.
01  WS-PREJ-COMPENSADO PIC 9(15)V9(2) VALUE 0.
01  WS-BASE-CALCULO   PIC 9(15)V9(2) VALUE 0.
01  WS-IMPOSTO        PIC 9(13)V9(2) VALUE 0.
01  WS-IMP-PEND-ANT   PIC 9(9)V9(2) VALUE 0.
01  WS-IMP-TOTAL      PIC 9(13)V9(2) VALUE 0.
01  WS-DARF-PAGAR     PIC 9(13)V9(2) VALUE 0.
01  WS-ISENTO         PIC X    VALUE "N".
01  WS-PREJ-ANT-DT    PIC 9(15)V9(2) VALUE 0.
01  WS-PREJ-COMP-DT   PIC 9(15)V9(2) VALUE 0.
01  WS-BASE-DT        PIC 9(15)V9(2) VALUE 0.
01  WS-IMPOSTO-DT     PIC 9(13)V9(2) VALUE 0.

*> ---------- POSICOES CONSOLIDADAS DOS LOTES ----------
*> Ordenada por carteira/ticker para o SEARCH ALL e para a saida.
*> Limite igual ao da tabela de posicoes do MOTOR-B3-CARTEIRA, que le
*> o cadastro regenerado aqui.
01  WS-POS-TBL.
    05  WS-POS-ENTRY OCCURS 1 TO 2000 TIMES
            DEPENDING ON WS-POS-COUNT
            ASCENDING KEY IS POS-CHAVE
            INDEXED BY WS-POS-TIDX.
        10  POS-CHAVE.
            15  POS-PORTF  PIC X(12).
            15  POS-TICKER PIC X(12).
        10  POS-QTY        PIC 9(12)V9(2).
        10  POS-CUSTO-TOT  PIC 9(15)V9(2).
01  WS-POS-COUNT      PIC 9(4) VALUE 0.
01  WS-POS-IDX        PIC 9(4) VALUE 0.
01  WS-POS-INSPOS     PIC 9(4) VALUE 0.
01  WS-POS-SHIFT-IDX  PIC 9(4) VALUE 0.
01  WS-POS-FOUND      PIC X    VALUE "N".
01  WS-POS-DROP-COUNT PIC 9(9) VALUE 0.
01  WS-POS-NEW-CHAVE.
    05  WS-POS-NEW-PORTF  PIC X(12).
    05  WS-POS-NEW-TICKER PIC X(12).
01  WS-CUSTO-MEDIO    PIC 9(7)V9(4) VALUE 0.

*> ---------- CAMPOS EDITADOS PARA SAIDA ----------
01  WS-QTY-TXT        PIC -9(12).9(2).
01  WS-PRECO-TXT      PIC 9(7).9(4).
01  WS-CUSTO-TXT      PIC -9(7).9(4).
01  WS-VALOR-TXT      PIC -9(15).9(2).
01  WS-TAXAS-TXT      PIC 9(9).9(2).
01  WS-NLOTES-TXT     PIC 9(5).

*> Cursor do STRING das linhas de saida montadas em mais de um passo
*> (mesma tecnica de PH1-GRAVA-EXTREMO do motor)
01  WS-STR-PTR        PIC 9(5) VALUE 0.

01  WS-QTD-LIDAS       PIC 9(9) VALUE 0.
01  WS-QTD-COMPRAS     PIC 9(9) VALUE 0.
01  WS-QTD-VENDAS      PIC 9(9) VALUE 0.
01  WS-QTD-VENDAS-DT   PIC 9(9) VALUE 0.
01  WS-QTD-REJEITADAS  PIC 9(9) VALUE 0.
01  WS-QTD-POSICOES    PIC 9(9) VALUE 0.
01  WS-QTD-MESES-DARF  PIC 9(9) VALUE 0.
01  WS-QTD-POSANT      PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 OPERACOES (lotes FIFO e DARF) ==="

    PERFORM OPR-LEIA-PARAMETROS

    OPEN OUTPUT REJOPER-OUT
    MOVE "PortfolioId,TradeDate,TickerSymbol,Side,Quantity,Price,Fees,ReasonCode"
        TO REJOPER-REC
    WRITE REJOPER-REC

    PERFORM OPR-CARREGA-OPERACOES

    IF WS-OPER-FILE-STATUS NOT = "00"
        CLOSE REJOPER-OUT
        DISPLAY "ERRO: data/carteiras_operacoes.csv ausente - "
                "posicoes NAO regeneradas"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    *> Replay do historico em ordem de data
    OPEN OUTPUT REALIZ-OUT
    MOVE "TradeDate,PortfolioId,TickerSymbol,Quantity,PrecoVenda,ValorVenda,Taxas,CustoFIFO,ResultadoRealizado,LotesConsumidos,QuantidadeDayTrade,ResultadoDayTrade"
        TO REALIZ-REC
    WRITE REALIZ-REC

    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
        UNTIL WS-OPR-IDX > WS-OPR-COUNT
        IF OT-LADO(WS-OPR-IDX) = "C"
            PERFORM OPR-APLICA-COMPRA
        ELSE
            PERFORM OPR-APLICA-VENDA
        END-IF
    END-PERFORM

    CLOSE REALIZ-OUT
    CLOSE REJOPER-OUT

    PERFORM OPR-GRAVA-DARF
    PERFORM OPR-GRAVA-LOTES

    *> Livro truncado nao regenera o cadastro de posicoes (mesma regra
    *> de quando falta o arquivo de operacoes: RC 8, cadastro intocado)
    IF WS-OPR-DROP-COUNT > 0 OR WS-LOTE-DROP-COUNT > 0
       OR WS-POS-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: livro INCOMPLETO - data/"
                "carteiras_posicoes.csv NAO regenerado ***"
    ELSE
        PERFORM OPR-COPIA-POSICOES
        PERFORM OPR-GRAVA-POSICOES
    END-IF

    IF WS-OPR-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-OPR-DROP-COUNT " operacoes "
                "descartadas por capacidade - livro INCOMPLETO ***"
    END-IF

    IF WS-LOTE-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-LOTE-DROP-COUNT " compras sem "
                "espaco na tabela de lotes - posicoes INCOMPLETAS ***"
    END-IF

    IF WS-MES-DROP-COUNT > 0
       OR WS-CART-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: vendas alem da capacidade da apuracao "
                "mensal - DARF INCOMPLETO ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-POS-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-POS-DROP-COUNT " lotes alem da "
                "capacidade da tabela de posicoes - posicoes "
                "INCOMPLETAS ***"
    END-IF

    IF WS-QTD-REJEITADAS > 0
        DISPLAY "*** ATENCAO: " WS-QTD-REJEITADAS " operacoes "
                "rejeitadas - ver carteira_operacoes_rejeitadas ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-OPR-DROP-COUNT > 0 OR WS-LOTE-DROP-COUNT > 0
       OR WS-POS-DROP-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF

    DISPLAY "Operacoes lidas.....................: " WS-QTD-LIDAS
    DISPLAY "Compras aplicadas...................: " WS-QTD-COMPRAS
    DISPLAY "Vendas aplicadas....................: " WS-QTD-VENDAS
    DISPLAY "  com parte day trade...............: " WS-QTD-VENDAS-DT
    DISPLAY "Operacoes rejeitadas................: " WS-QTD-REJEITADAS
    DISPLAY "Linhas de apuracao mensal...........: " WS-QTD-MESES-DARF
    DISPLAY "Posicoes regeneradas................: " WS-QTD-POSICOES
    DISPLAY "=== FIM MOTOR B3 OPERACOES ==="

    GOBACK.

*> ==========================================================
*> PARAMETROS (DARF_LIMITE_ISENCAO, DARF_ALIQUOTA, DARF_ALIQUOTA_DT,
*> DARF_VALOR_MINIMO)
*> ==========================================================
OPR-LEIA-PARAMETROS.
    MOVE "N" TO WS-PARAM-EOF
    MOVE "N" TO WS-PARAM-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    PERFORM OPR-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF
    .

OPR-PROCESSA-PARAM.
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
        WHEN "DARF_LIMITE_ISENCAO"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-LIMITE-ISENCAO = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "DARF_ALIQUOTA"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-ALIQUOTA = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "DARF_ALIQUOTA_DT"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-ALIQUOTA-DT = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN "DARF_VALOR_MINIMO"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-DARF-MINIMO = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> ==========================================================
*> CARGA E VALIDACAO DAS OPERACOES
*> ==========================================================
OPR-CARREGA-OPERACOES.
    MOVE "N" TO WS-OPER-EOF
    MOVE "N" TO WS-OPER-HEADER-SKIP
    MOVE 0   TO WS-OPR-COUNT
    MOVE 0   TO WS-OPR-DROP-COUNT

    OPEN INPUT OPER-IN

    IF WS-OPER-FILE-STATUS = "00"
        PERFORM UNTIL WS-OPER-EOF = "Y"
            READ OPER-IN
                AT END
                    MOVE "Y" TO WS-OPER-EOF
                NOT AT END
                    PERFORM OPR-PROCESSA-OPERACAO
            END-READ
        END-PERFORM

        CLOSE OPER-IN
        MOVE "00" TO WS-OPER-FILE-STATUS
    END-IF
    .

*> Linha esperada: PortfolioId,TradeDate,TickerSymbol,Side,Quantity,
*> Price,Fees (Fees em branco vale zero)
OPR-PROCESSA-OPERACAO.
    IF WS-OPER-HEADER-SKIP = "N"
        MOVE "Y" TO WS-OPER-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    IF OPER-REC = SPACES
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-LIDAS

    MOVE SPACES TO WS-OPER-FIELDS
    UNSTRING OPER-REC
      DELIMITED BY ","
      INTO OF-F-PORTF OF-F-DATA OF-F-TICKER OF-F-LADO
           OF-F-QTY OF-F-PRECO OF-F-TAXAS
    END-UNSTRING

    MOVE SPACES TO WS-REJ-MOTIVO

    IF OF-F-PORTF = SPACES OR OF-F-TICKER = SPACES
        MOVE "CHAVE_AUSENTE" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-BRUTA
        EXIT PARAGRAPH
    END-IF

    IF OF-F-DATA(5:1) NOT = "-"
       OR OF-F-DATA(8:1) NOT = "-"
       OR OF-F-DATA(1:4) IS NOT NUMERIC
       OR OF-F-DATA(6:2) IS NOT NUMERIC
       OR OF-F-DATA(9:2) IS NOT NUMERIC
       OR OF-F-DATA(6:2) < "01" OR OF-F-DATA(6:2) > "12"
       OR OF-F-DATA(9:2) < "01" OR OF-F-DATA(9:2) > "31"
        MOVE "DATA_INVALIDA" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-BRUTA
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(OF-F-LADO) TO WS-LADO-UP
    EVALUATE WS-LADO-UP
        WHEN "C"
        WHEN "COMPRA"
        WHEN "B"
        WHEN "BUY"
            MOVE "C" TO NO-LADO
        WHEN "V"
        WHEN "VENDA"
        WHEN "S"
        WHEN "SELL"
            MOVE "V" TO NO-LADO
        WHEN OTHER
            MOVE "LADO_INVALIDO" TO WS-REJ-MOTIVO
            PERFORM OPR-REJEITA-BRUTA
            EXIT PARAGRAPH
    END-EVALUATE

    IF OF-F-QTY = SPACES
       OR FUNCTION TEST-NUMVAL(OF-F-QTY) NOT = 0
       OR OF-F-PRECO = SPACES
       OR FUNCTION TEST-NUMVAL(OF-F-PRECO) NOT = 0
        MOVE "NUMERO_INVALIDO" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-BRUTA
        EXIT PARAGRAPH
    END-IF

    IF OF-F-TAXAS NOT = SPACES
       AND FUNCTION TEST-NUMVAL(OF-F-TAXAS) NOT = 0
        MOVE "NUMERO_INVALIDO" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-BRUTA
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION NUMVAL(OF-F-QTY) <= 0
       OR FUNCTION NUMVAL(OF-F-PRECO) <= 0
        MOVE "QTD_PRECO_NAO_POSITIVO" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-BRUTA
        EXIT PARAGRAPH
    END-IF

    IF OF-F-TAXAS NOT = SPACES
        IF FUNCTION NUMVAL(OF-F-TAXAS) < 0
            MOVE "TAXA_NEGATIVA" TO WS-REJ-MOTIVO
            PERFORM OPR-REJEITA-BRUTA
            EXIT PARAGRAPH
        END-IF
    END-IF

    IF WS-OPR-COUNT >= 20000
        ADD 1 TO WS-OPR-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    MOVE OF-F-DATA(1:10)   TO NO-DATA
    MOVE OF-F-PORTF(1:12)  TO NO-PORTF
    MOVE OF-F-TICKER(1:12) TO NO-TICKER
    COMPUTE NO-QTY   = FUNCTION NUMVAL(OF-F-QTY)
    COMPUTE NO-PRECO = FUNCTION NUMVAL(OF-F-PRECO)
    IF OF-F-TAXAS = SPACES
        MOVE 0 TO NO-TAXAS
    ELSE
        COMPUTE NO-TAXAS = FUNCTION NUMVAL(OF-F-TAXAS)
    END-IF

    PERFORM OPR-INSERT-OPERACAO
    .

*> Insercao ordenada por data; a busca de posicao para no primeiro
*> elemento com data menor OU IGUAL, entao operacoes do mesmo dia
*> ficam na ordem em que vieram no arquivo (compra e venda no mesmo
*> pregao continuam na ordem digitada).
OPR-INSERT-OPERACAO.
    MOVE WS-OPR-COUNT TO WS-OPR-INSPOS
    ADD 1 TO WS-OPR-INSPOS

    PERFORM VARYING WS-OPR-SHIFT-IDX FROM WS-OPR-COUNT BY -1
        UNTIL WS-OPR-SHIFT-IDX < 1
           OR OT-DATA(WS-OPR-SHIFT-IDX) NOT > NO-DATA
        MOVE WS-OPR-ENTRY(WS-OPR-SHIFT-IDX)
            TO WS-OPR-ENTRY(WS-OPR-SHIFT-IDX + 1)
        MOVE WS-OPR-SHIFT-IDX TO WS-OPR-INSPOS
    END-PERFORM

    ADD 1 TO WS-OPR-COUNT
    MOVE WS-NEW-OPR TO WS-OPR-ENTRY(WS-OPR-INSPOS)
    .

*> Rejeito na carga: devolve os campos como vieram
OPR-REJEITA-BRUTA.
    ADD 1 TO WS-QTD-REJEITADAS

    MOVE SPACES TO REJOPER-REC
    STRING
        FUNCTION TRIM(OF-F-PORTF)   DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-DATA)    DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-TICKER)  DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-LADO)    DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-QTY)     DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-PRECO)   DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        FUNCTION TRIM(OF-F-TAXAS)   DELIMITED BY SIZE
        ","                         DELIMITED BY SIZE
        WS-REJ-MOTIVO               DELIMITED BY SPACE
        INTO REJOPER-REC
    END-STRING
    WRITE REJOPER-REC
    .

*> ==========================================================
*> COMPRA: ABRE UM LOTE
*> ==========================================================
OPR-APLICA-COMPRA.
    IF WS-LOTE-COUNT >= 20000
        ADD 1 TO WS-LOTE-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-LOTE-COUNT
    MOVE OT-PORTF(WS-OPR-IDX)  TO LT-PORTF(WS-LOTE-COUNT)
    MOVE OT-TICKER(WS-OPR-IDX) TO LT-TICKER(WS-LOTE-COUNT)
    MOVE OT-DATA(WS-OPR-IDX)   TO LT-DATA(WS-LOTE-COUNT)
    MOVE OT-QTY(WS-OPR-IDX)    TO LT-QTD-ORIG(WS-LOTE-COUNT)
    MOVE OT-QTY(WS-OPR-IDX)    TO LT-QTD-ABERTA(WS-LOTE-COUNT)
    COMPUTE LT-CUSTO-TOTAL(WS-LOTE-COUNT) ROUNDED =
        OT-QTY(WS-OPR-IDX) * OT-PRECO(WS-OPR-IDX)
        + OT-TAXAS(WS-OPR-IDX)
    MOVE LT-CUSTO-TOTAL(WS-LOTE-COUNT) TO LT-CUSTO-ABERTO(WS-LOTE-COUNT)

    ADD 1 TO WS-QTD-COMPRAS
    .

*> ==========================================================
*> VENDA: CONSOME LOTES (DAY TRADE, DEPOIS FIFO) E REALIZA O RESULTADO
*> ==========================================================
OPR-APLICA-VENDA.
    *> Saldo em lotes abertos da carteira/ticker - venda acima do
    *> saldo e' rejeitada inteira, sem consumir nada
    MOVE 0 TO WS-SALDO-ABERTO
    PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
        UNTIL WS-LOTE-IDX > WS-LOTE-COUNT
        IF LT-PORTF(WS-LOTE-IDX) = OT-PORTF(WS-OPR-IDX)
           AND LT-TICKER(WS-LOTE-IDX) = OT-TICKER(WS-OPR-IDX)
            ADD LT-QTD-ABERTA(WS-LOTE-IDX) TO WS-SALDO-ABERTO
        END-IF
    END-PERFORM

    IF OT-QTY(WS-OPR-IDX) > WS-SALDO-ABERTO
        MOVE "VENDA_SEM_POSICAO" TO WS-REJ-MOTIVO
        PERFORM OPR-REJEITA-OPERACAO
        EXIT PARAGRAPH
    END-IF

    MOVE OT-QTY(WS-OPR-IDX) TO WS-QTD-RESTANTE
    MOVE 0 TO WS-CUSTO-FIFO
    MOVE 0 TO WS-N-LOTES

    *> Day trade: primeiro os lotes comprados na mesma data
    PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
        UNTIL WS-LOTE-IDX > WS-LOTE-COUNT
           OR WS-QTD-RESTANTE = 0
        IF LT-PORTF(WS-LOTE-IDX) = OT-PORTF(WS-OPR-IDX)
           AND LT-TICKER(WS-LOTE-IDX) = OT-TICKER(WS-OPR-IDX)
           AND LT-DATA(WS-LOTE-IDX) = OT-DATA(WS-OPR-IDX)
           AND LT-QTD-ABERTA(WS-LOTE-IDX) > 0
            PERFORM OPR-CONSOME-LOTE
        END-IF
    END-PERFORM

    COMPUTE WS-QTD-DT = OT-QTY(WS-OPR-IDX) - WS-QTD-RESTANTE
    MOVE WS-CUSTO-FIFO TO WS-CUSTO-DT

    *> Operacao comum: o restante, do lote mais antigo para o novo
    PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
        UNTIL WS-LOTE-IDX > WS-LOTE-COUNT
           OR WS-QTD-RESTANTE = 0
        IF LT-PORTF(WS-LOTE-IDX) = OT-PORTF(WS-OPR-IDX)
           AND LT-TICKER(WS-LOTE-IDX) = OT-TICKER(WS-OPR-IDX)
           AND LT-QTD-ABERTA(WS-LOTE-IDX) > 0
            PERFORM OPR-CONSOME-LOTE
        END-IF
    END-PERFORM

    COMPUTE WS-VALOR-VENDA ROUNDED =
        OT-QTY(WS-OPR-IDX) * OT-PRECO(WS-OPR-IDX)
    COMPUTE WS-RESULTADO =
        WS-VALOR-VENDA - OT-TAXAS(WS-OPR-IDX) - WS-CUSTO-FIFO

    *> Parte day trade com as taxas rateadas pela quantidade; a parte
    *> comum e' a diferenca, para as duas somarem a venda exata
    MOVE 0 TO WS-VALOR-DT
    MOVE 0 TO WS-TAXAS-DT
    MOVE 0 TO WS-RESULTADO-DT
    IF WS-QTD-DT > 0
        COMPUTE WS-VALOR-DT ROUNDED =
            WS-QTD-DT * OT-PRECO(WS-OPR-IDX)
        COMPUTE WS-TAXAS-DT ROUNDED =
            OT-TAXAS(WS-OPR-IDX) * WS-QTD-DT / OT-QTY(WS-OPR-IDX)
        COMPUTE WS-RESULTADO-DT =
            WS-VALOR-DT - WS-TAXAS-DT - WS-CUSTO-DT
        ADD 1 TO WS-QTD-VENDAS-DT
    END-IF
    COMPUTE WS-VALOR-COMUM = WS-VALOR-VENDA - WS-VALOR-DT
    COMPUTE WS-RESULTADO-COMUM = WS-RESULTADO - WS-RESULTADO-DT

    ADD 1 TO WS-QTD-VENDAS

    PERFORM OPR-GRAVA-REALIZADO
    PERFORM OPR-ACUMULA-MES
    .

*> Consome do lote corrente o menor entre o saldo do lote e o que
*> falta vender; o custo sai proporcional ao custo total do lote e o
*> lote que zera leva o custo restante inteiro (sem resto de
*> arredondamento esquecido no lote).
OPR-CONSOME-LOTE.
    IF LT-QTD-ABERTA(WS-LOTE-IDX) <= WS-QTD-RESTANTE
        MOVE LT-QTD-ABERTA(WS-LOTE-IDX) TO WS-QTD-CONSUMO
    ELSE
        MOVE WS-QTD-RESTANTE TO WS-QTD-CONSUMO
    END-IF

    IF WS-QTD-CONSUMO = LT-QTD-ABERTA(WS-LOTE-IDX)
        MOVE LT-CUSTO-ABERTO(WS-LOTE-IDX) TO WS-CUSTO-CONSUMO
        MOVE 0 TO LT-CUSTO-ABERTO(WS-LOTE-IDX)
    ELSE
        COMPUTE WS-CUSTO-CONSUMO ROUNDED =
            LT-CUSTO-TOTAL(WS-LOTE-IDX)
            * WS-QTD-CONSUMO
            / LT-QTD-ORIG(WS-LOTE-IDX)
        IF WS-CUSTO-CONSUMO > LT-CUSTO-ABERTO(WS-LOTE-IDX)
            MOVE LT-CUSTO-ABERTO(WS-LOTE-IDX) TO WS-CUSTO-CONSUMO
        END-IF
        SUBTRACT WS-CUSTO-CONSUMO FROM LT-CUSTO-ABERTO(WS-LOTE-IDX)
    END-IF

    SUBTRACT WS-QTD-CONSUMO FROM LT-QTD-ABERTA(WS-LOTE-IDX)
    SUBTRACT WS-QTD-CONSUMO FROM WS-QTD-RESTANTE
    ADD WS-CUSTO-CONSUMO TO WS-CUSTO-FIFO
    ADD 1 TO WS-N-LOTES
    .

*> Rejeito no replay: devolve a operacao ja normalizada
OPR-REJEITA-OPERACAO.
    ADD 1 TO WS-QTD-REJEITADAS

    MOVE OT-QTY(WS-OPR-IDX)   TO WS-QTY-TXT
    MOVE OT-PRECO(WS-OPR-IDX) TO WS-PRECO-TXT
    MOVE OT-TAXAS(WS-OPR-IDX) TO WS-TAXAS-TXT

    MOVE SPACES TO REJOPER-REC
    STRING
        OT-PORTF(WS-OPR-IDX)   DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        OT-DATA(WS-OPR-IDX)    DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        OT-TICKER(WS-OPR-IDX)  DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        OT-LADO(WS-OPR-IDX)    DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-QTY-TXT             DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-PRECO-TXT           DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-TAXAS-TXT           DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-REJ-MOTIVO          DELIMITED BY SPACE
        INTO REJOPER-REC
    END-STRING
    WRITE REJOPER-REC
    .

OPR-GRAVA-REALIZADO.
    MOVE OT-QTY(WS-OPR-IDX)   TO WS-QTY-TXT
    MOVE OT-PRECO(WS-OPR-IDX) TO WS-PRECO-TXT
    MOVE WS-VALOR-VENDA       TO WS-VALOR-TXT
    MOVE OT-TAXAS(WS-OPR-IDX) TO WS-TAXAS-TXT

    MOVE SPACES TO REALIZ-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        OT-DATA(WS-OPR-IDX)    DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        OT-PORTF(WS-OPR-IDX)   DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        OT-TICKER(WS-OPR-IDX)  DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        WS-QTY-TXT             DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-PRECO-TXT           DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-VALOR-TXT           DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-TAXAS-TXT           DELIMITED BY SIZE
        INTO REALIZ-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-CUSTO-FIFO TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO REALIZ-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-RESULTADO TO WS-VALOR-TXT
    MOVE WS-N-LOTES   TO WS-NLOTES-TXT
    STRING
        ","           DELIMITED BY SIZE
        WS-VALOR-TXT  DELIMITED BY SIZE
        ","           DELIMITED BY SIZE
        WS-NLOTES-TXT DELIMITED BY SIZE
        INTO REALIZ-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-QTD-DT       TO WS-QTY-TXT
    MOVE WS-RESULTADO-DT TO WS-VALOR-TXT
    STRING
        ","           DELIMITED BY SIZE
        WS-QTY-TXT    DELIMITED BY SIZE
        ","           DELIMITED BY SIZE
        WS-VALOR-TXT  DELIMITED BY SIZE
        INTO REALIZ-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE REALIZ-REC
    .

*> Soma a venda na entrada carteira/mes (AAAA-MM da TradeDate), a
*> parte comum e a day trade em separado. A
*> busca comeca do fim: a entrada do mes corrente e' quase sempre
*> uma das ultimas criadas.
OPR-ACUMULA-MES.
    MOVE "N" TO WS-MES-FOUND
    MOVE 0   TO WS-MES-FOUND-IDX

    PERFORM VARYING WS-MES-IDX FROM WS-MES-COUNT BY -1
        UNTIL WS-MES-IDX < 1
           OR WS-MES-FOUND = "Y"
        IF MS-PORTF(WS-MES-IDX) = OT-PORTF(WS-OPR-IDX)
           AND MS-MES(WS-MES-IDX) = OT-DATA(WS-OPR-IDX)(1:7)
            MOVE "Y"        TO WS-MES-FOUND
            MOVE WS-MES-IDX TO WS-MES-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-MES-FOUND = "N"
        IF WS-MES-COUNT >= 5000
            ADD 1 TO WS-MES-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MES-COUNT
        MOVE WS-MES-COUNT TO WS-MES-FOUND-IDX
        MOVE OT-PORTF(WS-OPR-IDX) TO MS-PORTF(WS-MES-FOUND-IDX)
        MOVE OT-DATA(WS-OPR-IDX)(1:7) TO MS-MES(WS-MES-FOUND-IDX)
        MOVE 0 TO MS-NVENDAS(WS-MES-FOUND-IDX)
        MOVE 0 TO MS-VENDAS(WS-MES-FOUND-IDX)
        MOVE 0 TO MS-RESULTADO(WS-MES-FOUND-IDX)
        MOVE 0 TO MS-VENDAS-DT(WS-MES-FOUND-IDX)
        MOVE 0 TO MS-RESULTADO-DT(WS-MES-FOUND-IDX)
    END-IF

    ADD 1                  TO MS-NVENDAS(WS-MES-FOUND-IDX)
    ADD WS-VALOR-COMUM     TO MS-VENDAS(WS-MES-FOUND-IDX)
    ADD WS-RESULTADO-COMUM TO MS-RESULTADO(WS-MES-FOUND-IDX)
    ADD WS-VALOR-DT        TO MS-VENDAS-DT(WS-MES-FOUND-IDX)
    ADD WS-RESULTADO-DT    TO MS-RESULTADO-DT(WS-MES-FOUND-IDX)
    .

*> ==========================================================
*> APURACAO MENSAL (DARF) POR CARTEIRA
*> ==========================================================
OPR-GRAVA-DARF.
    MOVE 0 TO WS-CART-COUNT

    OPEN OUTPUT DARF-OUT

    MOVE "Mes,PortfolioId,NVendas,TotalVendas,ResultadoMes,Isento,PrejuizoAnterior,PrejuizoCompensado,BaseCalculo,ImpostoApurado,ImpostoPendenteAnterior,DarfAPagar,PrejuizoAcumulado,ImpostoPendente,VendasDT,ResultadoDT,PrejuizoAnteriorDT,PrejuizoCompensadoDT,BaseCalculoDT,ImpostoDT,PrejuizoAcumuladoDT"
        TO DARF-REC
    WRITE DARF-REC

    PERFORM VARYING WS-MES-IDX FROM 1 BY 1
        UNTIL WS-MES-IDX > WS-MES-COUNT
        PERFORM OPR-APURA-MES
    END-PERFORM

    CLOSE DARF-OUT
    .

OPR-APURA-MES.
    *> Saldos transportados da carteira (prejuizo a compensar e
    *> imposto abaixo do minimo de DARF)
    MOVE "N" TO WS-CART-FOUND
    MOVE 0   TO WS-CART-FOUND-IDX

    PERFORM VARYING WS-CART-IDX FROM 1 BY 1
        UNTIL WS-CART-IDX > WS-CART-COUNT
           OR WS-CART-FOUND = "Y"
        IF CA-PORTF(WS-CART-IDX) = MS-PORTF(WS-MES-IDX)
            MOVE "Y"         TO WS-CART-FOUND
            MOVE WS-CART-IDX TO WS-CART-FOUND-IDX
        END-IF
    END-PERFORM

    IF WS-CART-FOUND = "N"
        IF WS-CART-COUNT >= 200
            ADD 1 TO WS-CART-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CART-COUNT
        MOVE WS-CART-COUNT TO WS-CART-FOUND-IDX
        MOVE MS-PORTF(WS-MES-IDX) TO CA-PORTF(WS-CART-FOUND-IDX)
        MOVE 0 TO CA-PREJUIZO(WS-CART-FOUND-IDX)
        MOVE 0 TO CA-PREJUIZO-DT(WS-CART-FOUND-IDX)
        MOVE 0 TO CA-IMP-PEND(WS-CART-FOUND-IDX)
    END-IF

    MOVE CA-PREJUIZO(WS-CART-FOUND-IDX) TO WS-PREJ-ANTERIOR
    MOVE CA-IMP-PEND(WS-CART-FOUND-IDX) TO WS-IMP-PEND-ANT
    MOVE 0 TO WS-PREJ-COMPENSADO
    MOVE 0 TO WS-BASE-CALCULO
    MOVE 0 TO WS-IMPOSTO

    IF MS-VENDAS(WS-MES-IDX) <= WS-LIMITE-ISENCAO
        *> Mes isento: ganho nao tributa nem consome prejuizo; o
        *> prejuizo do mes entra no saldo a compensar
        MOVE "S" TO WS-ISENTO
        IF MS-RESULTADO(WS-MES-IDX) < 0
            COMPUTE CA-PREJUIZO(WS-CART-FOUND-IDX) =
                CA-PREJUIZO(WS-CART-FOUND-IDX)
                - MS-RESULTADO(WS-MES-IDX)
        END-IF
    ELSE
        MOVE "N" TO WS-ISENTO
        IF MS-RESULTADO(WS-MES-IDX) < 0
            COMPUTE CA-PREJUIZO(WS-CART-FOUND-IDX) =
                CA-PREJUIZO(WS-CART-FOUND-IDX)
                - MS-RESULTADO(WS-MES-IDX)
        ELSE
            IF CA-PREJUIZO(WS-CART-FOUND-IDX) >= MS-RESULTADO(WS-MES-IDX)
                MOVE MS-RESULTADO(WS-MES-IDX) TO WS-PREJ-COMPENSADO
            ELSE
                MOVE CA-PREJUIZO(WS-CART-FOUND-IDX)
                    TO WS-PREJ-COMPENSADO
            END-IF
            SUBTRACT WS-PREJ-COMPENSADO
                FROM CA-PREJUIZO(WS-CART-FOUND-IDX)
            COMPUTE WS-BASE-CALCULO =
                MS-RESULTADO(WS-MES-IDX) - WS-PREJ-COMPENSADO
            COMPUTE WS-IMPOSTO ROUNDED =
                WS-BASE-CALCULO * WS-ALIQUOTA / 100
        END-IF
    END-IF

    *> Day trade: sem isencao, prejuizo acumulado proprio
    MOVE CA-PREJUIZO-DT(WS-CART-FOUND-IDX) TO WS-PREJ-ANT-DT
    MOVE 0 TO WS-PREJ-COMP-DT
    MOVE 0 TO WS-BASE-DT
    MOVE 0 TO WS-IMPOSTO-DT

    IF MS-RESULTADO-DT(WS-MES-IDX) < 0
        COMPUTE CA-PREJUIZO-DT(WS-CART-FOUND-IDX) =
            CA-PREJUIZO-DT(WS-CART-FOUND-IDX)
            - MS-RESULTADO-DT(WS-MES-IDX)
    ELSE
        IF CA-PREJUIZO-DT(WS-CART-FOUND-IDX)
               >= MS-RESULTADO-DT(WS-MES-IDX)
            MOVE MS-RESULTADO-DT(WS-MES-IDX) TO WS-PREJ-COMP-DT
        ELSE
            MOVE CA-PREJUIZO-DT(WS-CART-FOUND-IDX) TO WS-PREJ-COMP-DT
        END-IF
        SUBTRACT WS-PREJ-COMP-DT FROM CA-PREJUIZO-DT(WS-CART-FOUND-IDX)
        COMPUTE WS-BASE-DT =
            MS-RESULTADO-DT(WS-MES-IDX) - WS-PREJ-COMP-DT
        COMPUTE WS-IMPOSTO-DT ROUNDED =
            WS-BASE-DT * WS-ALIQUOTA-DT / 100
    END-IF

    *> Um DARF por mes (comum + day trade); abaixo do minimo nao e'
    *> recolhido: soma no proximo mes
    COMPUTE WS-IMP-TOTAL = WS-IMPOSTO + WS-IMPOSTO-DT + WS-IMP-PEND-ANT
    IF WS-IMP-TOTAL >= WS-DARF-MINIMO
        MOVE WS-IMP-TOTAL TO WS-DARF-PAGAR
        MOVE 0 TO CA-IMP-PEND(WS-CART-FOUND-IDX)
    ELSE
        MOVE 0 TO WS-DARF-PAGAR
        MOVE WS-IMP-TOTAL TO CA-IMP-PEND(WS-CART-FOUND-IDX)
    END-IF

    PERFORM OPR-GRAVA-DARF-LINHA
    .

OPR-GRAVA-DARF-LINHA.
    MOVE MS-NVENDAS(WS-MES-IDX) TO WS-NLOTES-TXT
    MOVE MS-VENDAS(WS-MES-IDX)  TO WS-VALOR-TXT

    MOVE SPACES TO DARF-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        MS-MES(WS-MES-IDX)     DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        MS-PORTF(WS-MES-IDX)   DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        WS-NLOTES-TXT          DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-VALOR-TXT           DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE MS-RESULTADO(WS-MES-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        ","          DELIMITED BY SIZE
        WS-ISENTO    DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-PREJ-ANTERIOR TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-PREJ-COMPENSADO TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-BASE-CALCULO TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-IMPOSTO TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-IMP-PEND-ANT TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-DARF-PAGAR TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE CA-PREJUIZO(WS-CART-FOUND-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE CA-IMP-PEND(WS-CART-FOUND-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    *> Colunas de day trade
    MOVE MS-VENDAS-DT(WS-MES-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE MS-RESULTADO-DT(WS-MES-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-PREJ-ANT-DT TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-PREJ-COMP-DT TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-BASE-DT TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE WS-IMPOSTO-DT TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE CA-PREJUIZO-DT(WS-CART-FOUND-IDX) TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO DARF-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE DARF-REC
    ADD 1 TO WS-QTD-MESES-DARF
    .

*> ==========================================================
*> LOTES EM ABERTO E POSICOES CONSOLIDADAS
*> ==========================================================
OPR-GRAVA-LOTES.
    MOVE 0 TO WS-POS-COUNT
    MOVE 0 TO WS-POS-DROP-COUNT

    OPEN OUTPUT LOTES-OUT

    MOVE "PortfolioId,TickerSymbol,DataCompra,QuantidadeOriginal,QuantidadeAberta,CustoUnitario,CustoAberto"
        TO LOTES-REC
    WRITE LOTES-REC

    PERFORM VARYING WS-LOTE-IDX FROM 1 BY 1
        UNTIL WS-LOTE-IDX > WS-LOTE-COUNT
        IF LT-QTD-ABERTA(WS-LOTE-IDX) > 0
            PERFORM OPR-GRAVA-LOTE
            PERFORM OPR-ACUMULA-POSICAO
        END-IF
    END-PERFORM

    CLOSE LOTES-OUT
    .

OPR-GRAVA-LOTE.
    MOVE LT-CUSTO-ABERTO(WS-LOTE-IDX) TO WS-CUSTO-CONSUMO
    COMPUTE WS-CUSTO-MEDIO ROUNDED =
        LT-CUSTO-TOTAL(WS-LOTE-IDX) / LT-QTD-ORIG(WS-LOTE-IDX)

    MOVE LT-QTD-ORIG(WS-LOTE-IDX) TO WS-QTY-TXT

    MOVE SPACES TO LOTES-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        LT-PORTF(WS-LOTE-IDX)  DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        LT-TICKER(WS-LOTE-IDX) DELIMITED BY SPACE
        ","                    DELIMITED BY SIZE
        LT-DATA(WS-LOTE-IDX)   DELIMITED BY SIZE
        ","                    DELIMITED BY SIZE
        WS-QTY-TXT             DELIMITED BY SIZE
        INTO LOTES-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    MOVE LT-QTD-ABERTA(WS-LOTE-IDX) TO WS-QTY-TXT
    MOVE WS-CUSTO-MEDIO             TO WS-CUSTO-TXT
    MOVE WS-CUSTO-CONSUMO           TO WS-VALOR-TXT
    STRING
        ","          DELIMITED BY SIZE
        WS-QTY-TXT   DELIMITED BY SIZE
        ","          DELIMITED BY SIZE
        WS-CUSTO-TXT DELIMITED BY SIZE
        ","          DELIMITED BY SIZE
        WS-VALOR-TXT DELIMITED BY SIZE
        INTO LOTES-REC
        WITH POINTER WS-STR-PTR
    END-STRING

    WRITE LOTES-REC
    .

*> Soma o saldo do lote na posicao carteira/ticker (custo aberto ja'
*> calculado em WS-CUSTO-CONSUMO por OPR-GRAVA-LOTE)
OPR-ACUMULA-POSICAO.
    MOVE LT-PORTF(WS-LOTE-IDX)  TO WS-POS-NEW-PORTF
    MOVE LT-TICKER(WS-LOTE-IDX) TO WS-POS-NEW-TICKER

    MOVE "N" TO WS-POS-FOUND
    MOVE 0   TO WS-POS-IDX

    IF WS-POS-COUNT > 0
        SEARCH ALL WS-POS-ENTRY
            AT END
                MOVE "N" TO WS-POS-FOUND
            WHEN POS-CHAVE(WS-POS-TIDX) = WS-POS-NEW-CHAVE
                MOVE "Y" TO WS-POS-FOUND
                SET WS-POS-IDX TO WS-POS-TIDX
        END-SEARCH
    END-IF

    IF WS-POS-FOUND = "N"
        IF WS-POS-COUNT >= 2000
            ADD 1 TO WS-POS-DROP-COUNT
            EXIT PARAGRAPH
        END-IF
        PERFORM OPR-INSERT-POSICAO
    END-IF

    ADD LT-QTD-ABERTA(WS-LOTE-IDX) TO POS-QTY(WS-POS-IDX)
    ADD WS-CUSTO-CONSUMO           TO POS-CUSTO-TOT(WS-POS-IDX)
    .

*> Mesma tecnica de PH1-INSERT-TICKER do motor, com chave composta
OPR-INSERT-POSICAO.
    MOVE WS-POS-COUNT TO WS-POS-INSPOS
    ADD 1 TO WS-POS-INSPOS

    PERFORM VARYING WS-POS-SHIFT-IDX FROM WS-POS-COUNT BY -1
        UNTIL WS-POS-SHIFT-IDX < 1
           OR POS-CHAVE(WS-POS-SHIFT-IDX) < WS-POS-NEW-CHAVE
        MOVE WS-POS-ENTRY(WS-POS-SHIFT-IDX)
            TO WS-POS-ENTRY(WS-POS-SHIFT-IDX + 1)
        MOVE WS-POS-SHIFT-IDX TO WS-POS-INSPOS
    END-PERFORM

    ADD 1 TO WS-POS-COUNT
    MOVE WS-POS-NEW-CHAVE TO POS-CHAVE(WS-POS-INSPOS)
    MOVE 0 TO POS-QTY(WS-POS-INSPOS)
    MOVE 0 TO POS-CUSTO-TOT(WS-POS-INSPOS)
    MOVE WS-POS-INSPOS TO WS-POS-IDX
    .

*> Copia de seguranca do arquivo de posicoes antes de regenerar
OPR-COPIA-POSICOES.
    MOVE "N" TO WS-POSICAO-EOF
    MOVE 0   TO WS-QTD-POSANT

    OPEN INPUT POSICAO-IN

    IF WS-POSICAO-FILE-STATUS = "00"
        OPEN OUTPUT POSANT-OUT
        PERFORM UNTIL WS-POSICAO-EOF = "Y"
            READ POSICAO-IN
                AT END
                    MOVE "Y" TO WS-POSICAO-EOF
                NOT AT END
                    MOVE POSICAO-REC TO POSANT-REC
                    WRITE POSANT-REC
                    ADD 1 TO WS-QTD-POSANT
            END-READ
        END-PERFORM
        CLOSE POSANT-OUT
        CLOSE POSICAO-IN
    ELSE
        DISPLAY "Aviso: data/carteiras_posicoes.csv ainda nao existia "
                "- sem copia de seguranca"
    END-IF
    .

*> Layout lido por CART-CARREGA-POSICOES: PortfolioId,TickerSymbol,
*> Quantity,CostBasis - CostBasis e' o custo medio unitario dos lotes
*> que continuam abertos (taxas de compra incluidas)
OPR-GRAVA-POSICOES.
    OPEN OUTPUT POSICAO-OUT

    MOVE "PortfolioId,TickerSymbol,Quantity,CostBasis"
        TO POSICAO-OUT-REC
    WRITE POSICAO-OUT-REC

    PERFORM VARYING WS-POS-IDX FROM 1 BY 1
        UNTIL WS-POS-IDX > WS-POS-COUNT
        COMPUTE WS-CUSTO-MEDIO ROUNDED =
            POS-CUSTO-TOT(WS-POS-IDX) / POS-QTY(WS-POS-IDX)
        MOVE POS-QTY(WS-POS-IDX) TO WS-QTY-TXT
        MOVE WS-CUSTO-MEDIO      TO WS-CUSTO-TXT

        MOVE SPACES TO POSICAO-OUT-REC
        STRING
            POS-PORTF(WS-POS-IDX)  DELIMITED BY SPACE
            ","                    DELIMITED BY SIZE
            POS-TICKER(WS-POS-IDX) DELIMITED BY SPACE
            ","                    DELIMITED BY SIZE
            WS-QTY-TXT             DELIMITED BY SIZE
            ","                    DELIMITED BY SIZE
            WS-CUSTO-TXT           DELIMITED BY SIZE
            INTO POSICAO-OUT-REC
        END-STRING
        WRITE POSICAO-OUT-REC
        ADD 1 TO WS-QTD-POSICOES
    END-PERFORM

    CLOSE POSICAO-OUT
    .
