       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MOTOR-B3-HISTORICO.

*> Relatorio de excecoes sobre o historico de execucoes da esteira
*> (processados/historico_execucoes_cobol.csv), arquivo compartilhado
*> em que cada programa da esteira noturna acrescenta uma linha por
*> invocacao:
*>   Programa,DataNegocio,Inicio,Fim,DuracaoSeg,CondCode,
*>   RegistrosLidos,RegistrosGravados,RegistrosRejeitados,Modo
*> Modo separa execucoes de volumes incomparaveis de um mesmo programa
*> (MOTOR-B3-COBOL COMPLETO/DELTA, MOTOR-B3-ARQUIVO ARQUIVA/RESTAURA;
*> UNICO nos demais); linha sem Modo, de antes da coluna, vale UNICO.
*>
*> Excecoes apontadas (uma linha cada em
*> processados/historico_execucoes_excecoes_cobol.csv):
*>   SLA_ESTOURADO     - passo cuja duracao passou da meta do programa
*>                       (HIST_SLA_<PROGRAMA>, senao HIST_SLA_SEGUNDOS,
*>                       default 3600);
*>   JANELA_ESTOURADA  - data de negocio cuja janela do lote (do
*>                       primeiro Inicio ao ultimo Fim entre todos os
*>                       passos da data) passou de HIST_JANELA_SEGUNDOS
*>                       (default 21600; 0 desliga);
*>   VOLUME_DESVIO     - RegistrosLidos ou RegistrosGravados de um passo
*>                       fora de HIST_TOLERANCIA_DRIFT (default 0.30 =
*>                       30%) em relacao a media das HIST_JANELA_MEDIA
*>                       (default 5) execucoes anteriores do mesmo
*>                       programa e modo com codigo < 8; so' avalia
*>                       com pelo
*>                       menos HIST_AMOSTRAS_MIN (default 3) execucoes
*>                       anteriores e media maior que zero;
*>   PASSO_AUSENTE     - pregao de data/b3_calendario.csv entre a menor
*>                       e a maior DataNegocio do historico sem nenhuma
*>                       execucao de um programa de
*>                       HIST_PROGRAMAS_ESPERADOS (lista com ";",
*>                       default AUDITORIA;COBOL;CARTEIRA;RISCO;
*>                       WATCHLIST).
*>
*> HIST_DATA_INICIO (opcional) limita o relatorio as datas de negocio a
*> partir dela; as execucoes anteriores continuam valendo para a media
*> movel. Historico ausente ou vazio: codigo 8. Alguma excecao, ou
*> historico alem da capacidade da tabela: codigo 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARAM-IN
        ASSIGN TO "data/motor_b3_parametros.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAM-FILE-STATUS.

    *> Calendario de pregoes - opcional: sem ele nao ha verificacao de
    *> passo ausente
    SELECT CALEND-IN
        ASSIGN TO "data/b3_calendario.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT HISTEXEC-IN
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

    SELECT EXCECAO-OUT
        ASSIGN TO "processados/historico_execucoes_excecoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  PARAM-IN.
01  PARAM-REC            PIC X(128).

FD  CALEND-IN.
01  CALEND-REC           PIC X(64).

FD  HISTEXEC-IN.
01  HISTEXEC-REC         PIC X(256).

FD  EXCECAO-OUT.
01  EXCECAO-REC          PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS    PIC X(2)  VALUE "00".
01  WS-CAL-FILE-STATUS      PIC X(2)  VALUE "00".
01  WS-HISTEXEC-FILE-STATUS PIC X(2)  VALUE "00".

01  WS-PARAM-EOF            PIC X     VALUE "N".
01  WS-PARAM-HEADER-SKIP    PIC X     VALUE "N".
01  WS-CAL-EOF              PIC X     VALUE "N".
01  WS-CAL-HEADER-SKIP      PIC X     VALUE "N".
01  WS-HISTEXEC-EOF         PIC X     VALUE "N".
01  WS-HISTEXEC-HEADER-SKIP PIC X     VALUE "N".

01  WS-PARAM-FIELDS.
    05  PF-NOME   PIC X(30).
    05  PF-VALOR  PIC X(60).

*> ---------- PARAMETROS DO RELATORIO ----------
01  WS-SLA-PADRAO       PIC 9(7)  VALUE 3600.
01  WS-JANELA-SEG       PIC 9(7)  VALUE 21600.
01  WS-TOLERANCIA       USAGE COMP-2 VALUE 0.30.
01  WS-JANELA-MEDIA     PIC 9(3)  VALUE 5.
01  WS-AMOSTRAS-MIN     PIC 9(3)  VALUE 3.
01  WS-DATA-INICIO      PIC X(10) VALUE SPACES.

*> Metas por programa (HIST_SLA_<PROGRAMA>)
01  WS-SLA-TBL.
    05  WS-SLA-ENTRY OCCURS 30 TIMES.
        10  SL-PROG     PIC X(12).
        10  SL-SEGUNDOS PIC 9(7).
01  WS-SLA-COUNT        PIC 9(3)  VALUE 0.
01  WS-SLA-IDX          PIC 9(3)  VALUE 0.
01  WS-SLA-ATUAL        PIC 9(7)  VALUE 0.

*> Programas esperados em todo pregao (lista compactada)
01  WS-ESP-ITEM-TBL.
    05  WS-ESP-ITEM OCCURS 20 TIMES PIC X(12).
01  WS-ESP-QTD          PIC 9(3)  VALUE 0.
01  WS-ESP-IDX          PIC 9(3)  VALUE 0.
01  WS-ESP-INFORMADO    PIC X     VALUE "N".

*> ---------- CALENDARIO ----------
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

*> ---------- HISTORICO DE EXECUCOES (ordem do arquivo) ----------
01  WS-HF-FIELDS.
    05  HF-PROG      PIC X(20).
    05  HF-DATA      PIC X(20).
    05  HF-INICIO    PIC X(20).
    05  HF-FIM       PIC X(20).
    05  HF-DURACAO   PIC X(20).
    05  HF-CC        PIC X(20).
    05  HF-LIDOS     PIC X(20).
    05  HF-GRAVADOS  PIC X(20).
    05  HF-REJEIT    PIC X(20).
    05  HF-MODO      PIC X(20).

01  WS-HR-TBL.
    05  WS-HR-ENTRY OCCURS 1 TO 20000 TIMES
            DEPENDING ON WS-HR-COUNT.
        10  HR-PROG      PIC X(12).
        10  HR-DATA      PIC X(10).
        10  HR-INICIO    PIC X(19).
        10  HR-FIM       PIC X(19).
        10  HR-DURACAO   PIC 9(7).
        10  HR-CC        PIC 9(3).
        10  HR-LIDOS     PIC 9(9).
        10  HR-GRAVADOS  PIC 9(9).
        10  HR-MODO      PIC X(10).
01  WS-HR-COUNT        PIC 9(5) VALUE 0.
01  WS-HR-IDX          PIC 9(5) VALUE 0.
01  WS-HR-ANT          PIC 9(5) VALUE 0.
01  WS-HR-DROP-COUNT   PIC 9(9) VALUE 0.
01  WS-HR-INVALIDAS    PIC 9(9) VALUE 0.
01  WS-HR-DATA-MIN     PIC X(10) VALUE SPACES.
01  WS-HR-DATA-MAX     PIC X(10) VALUE SPACES.

*> Execucoes por programa + data (para PASSO_AUSENTE), ordenada
01  WS-PD-TBL.
    05  WS-PD-ENTRY OCCURS 1 TO 20000 TIMES
            DEPENDING ON WS-PD-COUNT
            ASCENDING KEY IS PD-CHAVE
            INDEXED BY PD-IDX.
        10  PD-CHAVE.
            15  PD-PROG  PIC X(12).
            15  PD-DATA  PIC X(10).
01  WS-PD-COUNT        PIC 9(5) VALUE 0.
01  WS-PD-INSPOS       PIC 9(5) VALUE 0.
01  WS-PD-SHIFT-IDX    PIC 9(5) VALUE 0.
01  WS-PD-FOUND        PIC X    VALUE "N".
01  WS-PD-BUSCA.
    05  PDB-PROG       PIC X(12).
    05  PDB-DATA       PIC X(10).

*> Janela do lote por data de negocio (primeiro Inicio, ultimo Fim)
01  WS-JN-TBL.
    05  WS-JN-ENTRY OCCURS 1 TO 3000 TIMES
            DEPENDING ON WS-JN-COUNT
            ASCENDING KEY IS JN-DATA
            INDEXED BY JN-IDX.
        10  JN-DATA      PIC X(10).
        10  JN-INI-SEG   PIC 9(12).
        10  JN-FIM-SEG   PIC 9(12).
        10  JN-INICIO    PIC X(19).
        10  JN-PASSOS    PIC 9(5).
01  WS-JN-COUNT        PIC 9(4) VALUE 0.
01  WS-JN-POS          PIC 9(4) VALUE 0.
01  WS-JN-INSPOS       PIC 9(4) VALUE 0.
01  WS-JN-SHIFT-IDX    PIC 9(4) VALUE 0.
01  WS-JN-FOUND        PIC X    VALUE "N".
01  WS-JN-DURACAO      PIC 9(12) VALUE 0.

*> Conversao de AAAA-MM-DDThh:mm:ss em segundos corridos
01  WS-ISO-TMP         PIC X(19) VALUE SPACES.
01  WS-ISO-AAAAMMDD    PIC X(8)  VALUE SPACES.
01  WS-ISO-AAAAMMDD-N  REDEFINES WS-ISO-AAAAMMDD PIC 9(8).
01  WS-ISO-HH          PIC 9(2)  VALUE 0.
01  WS-ISO-MI          PIC 9(2)  VALUE 0.
01  WS-ISO-SS          PIC 9(2)  VALUE 0.
01  WS-ISO-SEG         PIC 9(12) VALUE 0.
01  WS-ISO-OK          PIC X     VALUE "N".
01  WS-INI-SEG         PIC 9(12) VALUE 0.
01  WS-FIM-SEG         PIC 9(12) VALUE 0.

*> ---------- MEDIA MOVEL ----------
01  WS-MM-QTD          PIC 9(3)  VALUE 0.
01  WS-MM-SOMA-LIDOS   USAGE COMP-2 VALUE 0.
01  WS-MM-SOMA-GRAV    USAGE COMP-2 VALUE 0.
01  WS-MM-MEDIA        USAGE COMP-2 VALUE 0.
01  WS-MM-VALOR        USAGE COMP-2 VALUE 0.
01  WS-MM-DESVIO       USAGE COMP-2 VALUE 0.
01  WS-MM-DESVIO-ABS   USAGE COMP-2 VALUE 0.
01  WS-MM-CAMPO        PIC X(20) VALUE SPACES.
01  WS-MM-MINIMO       PIC 9(3)  VALUE 0.

*> ---------- LINHA DE EXCECAO ----------
01  WS-EX-TIPO         PIC X(20) VALUE SPACES.
01  WS-EX-PROG         PIC X(12) VALUE SPACES.
01  WS-EX-DATA         PIC X(10) VALUE SPACES.
01  WS-EX-INICIO       PIC X(19) VALUE SPACES.
01  WS-EX-VALOR-TXT    PIC -9(12).9(2).
01  WS-EX-REF-TXT      PIC -9(12).9(2).
01  WS-EX-DETALHE      PIC X(100) VALUE SPACES.
01  WS-EX-PCT-TXT      PIC -9(5).9(2).
01  WS-EX-QTD-TXT      PIC 9(3).

01  WS-STR-PTR         PIC 9(5) VALUE 0.

01  WS-QTD-SLA         PIC 9(9) VALUE 0.
01  WS-QTD-JANELA      PIC 9(9) VALUE 0.
01  WS-QTD-DESVIO      PIC 9(9) VALUE 0.
01  WS-QTD-AUSENTE     PIC 9(9) VALUE 0.
01  WS-QTD-EXCECOES    PIC 9(9) VALUE 0.
01  WS-QTD-AVALIADAS   PIC 9(9) VALUE 0.
01  WS-QTD-PREGOES     PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "=== MOTOR B3 HISTORICO DE EXECUCOES (SLA e volume) ==="

    PERFORM HS-LEIA-PARAMETROS

    IF WS-ESP-INFORMADO = "N"
        MOVE SPACES      TO WS-ESP-ITEM-TBL
        MOVE "AUDITORIA" TO WS-ESP-ITEM(1)
        MOVE "COBOL"     TO WS-ESP-ITEM(2)
        MOVE "CARTEIRA"  TO WS-ESP-ITEM(3)
        MOVE "RISCO"     TO WS-ESP-ITEM(4)
        MOVE "WATCHLIST" TO WS-ESP-ITEM(5)
        MOVE 5           TO WS-ESP-QTD
    END-IF

    PERFORM HS-LEIA-HISTORICO

    IF WS-HR-COUNT = 0
        DISPLAY "ERRO: processados/historico_execucoes_cobol.csv "
                "ausente ou vazio - nenhum programa da esteira "
                "registrou execucao"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM HS-LEIA-CALENDARIO

    OPEN OUTPUT EXCECAO-OUT
    MOVE "Tipo,Programa,DataNegocio,Inicio,Valor,Referencia,Detalhe"
        TO EXCECAO-REC
    WRITE EXCECAO-REC

    PERFORM VARYING WS-HR-IDX FROM 1 BY 1
        UNTIL WS-HR-IDX > WS-HR-COUNT
        PERFORM HS-AVALIA-EXECUCAO
    END-PERFORM

    IF WS-JANELA-SEG > 0
        PERFORM VARYING WS-JN-POS FROM 1 BY 1
            UNTIL WS-JN-POS > WS-JN-COUNT
            PERFORM HS-AVALIA-JANELA
        END-PERFORM
    END-IF

    IF WS-CAL-COUNT > 0
        PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
            IF CAL-DATA(WS-CAL-IDX) >= WS-HR-DATA-MIN
               AND CAL-DATA(WS-CAL-IDX) <= WS-HR-DATA-MAX
                ADD 1 TO WS-QTD-PREGOES
                PERFORM HS-AVALIA-PREGAO
            END-IF
        END-PERFORM
    ELSE
        DISPLAY "Aviso: data/b3_calendario.csv ausente ou vazio - "
                "sem verificacao de passo ausente"
    END-IF

    CLOSE EXCECAO-OUT

    IF WS-HR-DROP-COUNT > 0
        DISPLAY "*** ATENCAO: " WS-HR-DROP-COUNT " execucoes alem da "
                "capacidade da tabela ficaram de fora - relatorio "
                "INCOMPLETO ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    IF WS-QTD-EXCECOES > 0
        DISPLAY "*** ATENCAO: " WS-QTD-EXCECOES " excecoes no "
                "historico de execucoes - ver "
                "processados/historico_execucoes_excecoes_cobol.csv ***"
        MOVE 4 TO RETURN-CODE
    END-IF

    DISPLAY "Execucoes no historico...............: " WS-HR-COUNT
    DISPLAY "Linhas invalidas/ignoradas...........: " WS-HR-INVALIDAS
    DISPLAY "Execucoes avaliadas..................: " WS-QTD-AVALIADAS
    DISPLAY "Periodo..............................: " WS-HR-DATA-MIN
            " a " WS-HR-DATA-MAX
    DISPLAY "Pregoes verificados..................: " WS-QTD-PREGOES
    DISPLAY "SLA estourado........................: " WS-QTD-SLA
    DISPLAY "Janela do lote estourada.............: " WS-QTD-JANELA
    DISPLAY "Desvio de volume.....................: " WS-QTD-DESVIO
    DISPLAY "Passos ausentes......................: " WS-QTD-AUSENTE
    DISPLAY "=== FIM MOTOR B3 HISTORICO DE EXECUCOES ==="

    GOBACK.

*> ==========================================================
*> PARAMETROS (HIST_*)
*> ==========================================================
HS-LEIA-PARAMETROS.
    MOVE "N" TO WS-PARAM-EOF
    MOVE "N" TO WS-PARAM-HEADER-SKIP

    OPEN INPUT PARAM-IN

    IF WS-PARAM-FILE-STATUS = "00"
        PERFORM UNTIL WS-PARAM-EOF = "Y"
            READ PARAM-IN
                AT END
                    MOVE "Y" TO WS-PARAM-EOF
                NOT AT END
                    PERFORM HS-PROCESSA-PARAM
            END-READ
        END-PERFORM

        CLOSE PARAM-IN
    END-IF

    *> Parametros fora de faixa voltam ao default
    IF WS-JANELA-MEDIA = 0
        MOVE 5 TO WS-JANELA-MEDIA
    END-IF
    IF WS-AMOSTRAS-MIN = 0
        MOVE 1 TO WS-AMOSTRAS-MIN
    END-IF
    IF WS-AMOSTRAS-MIN > WS-JANELA-MEDIA
        MOVE WS-JANELA-MEDIA TO WS-AMOSTRAS-MIN
    END-IF
    IF WS-TOLERANCIA NOT > 0
        MOVE 0.30 TO WS-TOLERANCIA
    END-IF
    .

HS-PROCESSA-PARAM.
    IF WS-PARAM-HEADER-SKIP = "N"
        MOVE "Y" TO WS-PARAM-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-PARAM-FIELDS

    UNSTRING PARAM-REC
      DELIMITED BY ","
      INTO PF-NOME PF-VALOR
    END-UNSTRING

    EVALUATE TRUE
        WHEN PF-NOME = "HIST_SLA_SEGUNDOS"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-SLA-PADRAO = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN PF-NOME = "HIST_JANELA_SEGUNDOS"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-JANELA-SEG = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN PF-NOME = "HIST_TOLERANCIA_DRIFT"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN PF-NOME = "HIST_JANELA_MEDIA"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-JANELA-MEDIA = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN PF-NOME = "HIST_AMOSTRAS_MIN"
            IF FUNCTION TEST-NUMVAL(PF-VALOR) = 0
                COMPUTE WS-AMOSTRAS-MIN = FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN PF-NOME = "HIST_DATA_INICIO"
            MOVE PF-VALOR(1:10) TO WS-DATA-INICIO
        WHEN PF-NOME = "HIST_PROGRAMAS_ESPERADOS"
            IF PF-VALOR NOT = SPACES
                PERFORM HS-PROCESSA-ESPERADOS
            END-IF
        WHEN PF-NOME(1:9) = "HIST_SLA_"
            IF PF-NOME(10:) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(PF-VALOR) = 0
               AND WS-SLA-COUNT < 30
                ADD 1 TO WS-SLA-COUNT
                MOVE PF-NOME(10:12) TO SL-PROG(WS-SLA-COUNT)
                COMPUTE SL-SEGUNDOS(WS-SLA-COUNT) =
                    FUNCTION NUMVAL(PF-VALOR)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Valor esperado: programas separados por ";" (ate 20), com o nome
*> gravado na coluna Programa do historico (ex. COBOL;CARTEIRA)
HS-PROCESSA-ESPERADOS.
    MOVE SPACES TO WS-ESP-ITEM-TBL

    UNSTRING PF-VALOR
      DELIMITED BY ";"
      INTO WS-ESP-ITEM(1)  WS-ESP-ITEM(2)  WS-ESP-ITEM(3)
           WS-ESP-ITEM(4)  WS-ESP-ITEM(5)  WS-ESP-ITEM(6)
           WS-ESP-ITEM(7)  WS-ESP-ITEM(8)  WS-ESP-ITEM(9)
           WS-ESP-ITEM(10) WS-ESP-ITEM(11) WS-ESP-ITEM(12)
           WS-ESP-ITEM(13) WS-ESP-ITEM(14) WS-ESP-ITEM(15)
           WS-ESP-ITEM(16) WS-ESP-ITEM(17) WS-ESP-ITEM(18)
           WS-ESP-ITEM(19) WS-ESP-ITEM(20)
    END-UNSTRING

    MOVE 0 TO WS-ESP-QTD
    PERFORM VARYING WS-ESP-IDX FROM 1 BY 1
        UNTIL WS-ESP-IDX > 20
        IF WS-ESP-ITEM(WS-ESP-IDX) NOT = SPACES
            ADD 1 TO WS-ESP-QTD
            MOVE WS-ESP-ITEM(WS-ESP-IDX)
                TO WS-ESP-ITEM(WS-ESP-QTD)
        END-IF
    END-PERFORM

    IF WS-ESP-QTD > 0
        MOVE "Y" TO WS-ESP-INFORMADO
    END-IF
    .

*> ==========================================================
*> CALENDARIO DE PREGOES
*> ==========================================================
HS-LEIA-CALENDARIO.
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
                    PERFORM HS-PROCESSA-CALENDARIO
            END-READ
        END-PERFORM

        CLOSE CALEND-IN
    END-IF
    .

HS-PROCESSA-CALENDARIO.
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

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
HS-LEIA-HISTORICO.
    MOVE "N" TO WS-HISTEXEC-EOF
    MOVE "N" TO WS-HISTEXEC-HEADER-SKIP
    MOVE 0   TO WS-HR-COUNT
    MOVE 0   TO WS-PD-COUNT
    MOVE 0   TO WS-JN-COUNT

    OPEN INPUT HISTEXEC-IN

    IF WS-HISTEXEC-FILE-STATUS = "00"
        PERFORM UNTIL WS-HISTEXEC-EOF = "Y"
            READ HISTEXEC-IN
                AT END
                    MOVE "Y" TO WS-HISTEXEC-EOF
                NOT AT END
                    PERFORM HS-PROCESSA-HISTORICO
            END-READ
        END-PERFORM

        CLOSE HISTEXEC-IN
    END-IF
    .

HS-PROCESSA-HISTORICO.
    IF WS-HISTEXEC-HEADER-SKIP = "N"
        MOVE "Y" TO WS-HISTEXEC-HEADER-SKIP
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO WS-HF-FIELDS

    UNSTRING HISTEXEC-REC
      DELIMITED BY ","
      INTO HF-PROG HF-DATA HF-INICIO HF-FIM HF-DURACAO HF-CC
           HF-LIDOS HF-GRAVADOS HF-REJEIT HF-MODO
    END-UNSTRING

    IF HF-PROG = SPACES OR HF-DATA = SPACES
       OR FUNCTION TEST-NUMVAL(HF-DURACAO) NOT = 0
       OR FUNCTION TEST-NUMVAL(HF-CC) NOT = 0
       OR FUNCTION TEST-NUMVAL(HF-LIDOS) NOT = 0
       OR FUNCTION TEST-NUMVAL(HF-GRAVADOS) NOT = 0
        ADD 1 TO WS-HR-INVALIDAS
        EXIT PARAGRAPH
    END-IF

    IF WS-HR-COUNT >= 20000
        ADD 1 TO WS-HR-DROP-COUNT
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-HR-COUNT
    MOVE HF-PROG(1:12)    TO HR-PROG(WS-HR-COUNT)
    MOVE HF-DATA(1:10)    TO HR-DATA(WS-HR-COUNT)
    MOVE HF-INICIO(1:19)  TO HR-INICIO(WS-HR-COUNT)
    MOVE HF-FIM(1:19)     TO HR-FIM(WS-HR-COUNT)
    COMPUTE HR-DURACAO(WS-HR-COUNT)  = FUNCTION NUMVAL(HF-DURACAO)
    COMPUTE HR-CC(WS-HR-COUNT)       = FUNCTION NUMVAL(HF-CC)
    COMPUTE HR-LIDOS(WS-HR-COUNT)    = FUNCTION NUMVAL(HF-LIDOS)
    COMPUTE HR-GRAVADOS(WS-HR-COUNT) = FUNCTION NUMVAL(HF-GRAVADOS)
    MOVE HF-MODO(1:10)    TO HR-MODO(WS-HR-COUNT)
    IF HR-MODO(WS-HR-COUNT) = SPACES
        MOVE "UNICO" TO HR-MODO(WS-HR-COUNT)
    END-IF

    *> Datas anteriores a HIST_DATA_INICIO so' alimentam a media movel
    IF WS-DATA-INICIO NOT = SPACES
       AND HR-DATA(WS-HR-COUNT) < WS-DATA-INICIO
        EXIT PARAGRAPH
    END-IF

    IF WS-HR-DATA-MIN = SPACES
       OR HR-DATA(WS-HR-COUNT) < WS-HR-DATA-MIN
        MOVE HR-DATA(WS-HR-COUNT) TO WS-HR-DATA-MIN
    END-IF
    IF HR-DATA(WS-HR-COUNT) > WS-HR-DATA-MAX
        MOVE HR-DATA(WS-HR-COUNT) TO WS-HR-DATA-MAX
    END-IF

    PERFORM HS-REGISTRA-PASSO
    PERFORM HS-REGISTRA-JANELA
    .

*> Programa + data de negocio executados (tabela ordenada, sem repetir)
HS-REGISTRA-PASSO.
    MOVE HR-PROG(WS-HR-COUNT) TO PDB-PROG
    MOVE HR-DATA(WS-HR-COUNT) TO PDB-DATA
    PERFORM HS-ACHA-PASSO

    IF WS-PD-FOUND = "Y" OR WS-PD-COUNT >= 20000
        EXIT PARAGRAPH
    END-IF

    MOVE WS-PD-COUNT TO WS-PD-INSPOS
    ADD 1 TO WS-PD-INSPOS

    PERFORM VARYING WS-PD-SHIFT-IDX FROM WS-PD-COUNT BY -1
        UNTIL WS-PD-SHIFT-IDX < 1
           OR PD-CHAVE(WS-PD-SHIFT-IDX) < WS-PD-BUSCA
        MOVE WS-PD-ENTRY(WS-PD-SHIFT-IDX)
            TO WS-PD-ENTRY(WS-PD-SHIFT-IDX + 1)
        MOVE WS-PD-SHIFT-IDX TO WS-PD-INSPOS
    END-PERFORM

    ADD 1 TO WS-PD-COUNT
    MOVE WS-PD-BUSCA TO PD-CHAVE(WS-PD-INSPOS)
    .

HS-ACHA-PASSO.
    MOVE "N" TO WS-PD-FOUND

    IF WS-PD-COUNT > 0
        SEARCH ALL WS-PD-ENTRY
            AT END
                MOVE "N" TO WS-PD-FOUND
            WHEN PD-CHAVE(PD-IDX) = WS-PD-BUSCA
                MOVE "Y" TO WS-PD-FOUND
        END-SEARCH
    END-IF
    .

*> Janela do lote da data: menor Inicio e maior Fim entre os passos
HS-REGISTRA-JANELA.
    MOVE HR-INICIO(WS-HR-COUNT) TO WS-ISO-TMP
    PERFORM HS-ISO-SEGUNDOS
    IF WS-ISO-OK = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ISO-SEG TO WS-INI-SEG

    MOVE HR-FIM(WS-HR-COUNT) TO WS-ISO-TMP
    PERFORM HS-ISO-SEGUNDOS
    IF WS-ISO-OK = "N"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ISO-SEG TO WS-FIM-SEG

    MOVE "N" TO WS-JN-FOUND
    IF WS-JN-COUNT > 0
        SEARCH ALL WS-JN-ENTRY
            AT END
                MOVE "N" TO WS-JN-FOUND
            WHEN JN-DATA(JN-IDX) = HR-DATA(WS-HR-COUNT)
                MOVE "Y" TO WS-JN-FOUND
                SET WS-JN-POS TO JN-IDX
        END-SEARCH
    END-IF

    IF WS-JN-FOUND = "N"
        IF WS-JN-COUNT >= 3000
            EXIT PARAGRAPH
        END-IF

        MOVE WS-JN-COUNT TO WS-JN-INSPOS
        ADD 1 TO WS-JN-INSPOS

        PERFORM VARYING WS-JN-SHIFT-IDX FROM WS-JN-COUNT BY -1
            UNTIL WS-JN-SHIFT-IDX < 1
               OR JN-DATA(WS-JN-SHIFT-IDX) < HR-DATA(WS-HR-COUNT)
            MOVE WS-JN-ENTRY(WS-JN-SHIFT-IDX)
                TO WS-JN-ENTRY(WS-JN-SHIFT-IDX + 1)
            MOVE WS-JN-SHIFT-IDX TO WS-JN-INSPOS
        END-PERFORM

        ADD 1 TO WS-JN-COUNT
        MOVE WS-JN-INSPOS          TO WS-JN-POS
        MOVE HR-DATA(WS-HR-COUNT)  TO JN-DATA(WS-JN-POS)
        MOVE WS-INI-SEG            TO JN-INI-SEG(WS-JN-POS)
        MOVE WS-FIM-SEG            TO JN-FIM-SEG(WS-JN-POS)
        MOVE HR-INICIO(WS-HR-COUNT) TO JN-INICIO(WS-JN-POS)
        MOVE 0                     TO JN-PASSOS(WS-JN-POS)
    END-IF

    ADD 1 TO JN-PASSOS(WS-JN-POS)
    IF WS-INI-SEG < JN-INI-SEG(WS-JN-POS)
        MOVE WS-INI-SEG             TO JN-INI-SEG(WS-JN-POS)
        MOVE HR-INICIO(WS-HR-COUNT) TO JN-INICIO(WS-JN-POS)
    END-IF
    IF WS-FIM-SEG > JN-FIM-SEG(WS-JN-POS)
        MOVE WS-FIM-SEG TO JN-FIM-SEG(WS-JN-POS)
    END-IF
    .

*> AAAA-MM-DDThh:mm:ss (como gravado no historico) -> segundos
*> corridos, para medir janelas que atravessam a meia-noite
HS-ISO-SEGUNDOS.
    MOVE "N" TO WS-ISO-OK
    MOVE 0   TO WS-ISO-SEG

    MOVE SPACES TO WS-ISO-AAAAMMDD
    STRING
        WS-ISO-TMP(1:4) WS-ISO-TMP(6:2) WS-ISO-TMP(9:2)
        DELIMITED BY SIZE INTO WS-ISO-AAAAMMDD
    END-STRING

    IF WS-ISO-AAAAMMDD IS NOT NUMERIC
       OR WS-ISO-TMP(12:2) IS NOT NUMERIC
       OR WS-ISO-TMP(15:2) IS NOT NUMERIC
       OR WS-ISO-TMP(18:2) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TEST-DATE-YYYYMMDD(WS-ISO-AAAAMMDD-N) NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE WS-ISO-TMP(12:2) TO WS-ISO-HH
    MOVE WS-ISO-TMP(15:2) TO WS-ISO-MI
    MOVE WS-ISO-TMP(18:2) TO WS-ISO-SS

    COMPUTE WS-ISO-SEG =
        FUNCTION INTEGER-OF-DATE(WS-ISO-AAAAMMDD-N) * 86400
      + WS-ISO-HH * 3600 + WS-ISO-MI * 60 + WS-ISO-SS
    MOVE "Y" TO WS-ISO-OK
    .

*> ==========================================================
*> AVALIACAO DE CADA EXECUCAO: SLA e desvio de volume
*> ==========================================================
HS-AVALIA-EXECUCAO.
    IF WS-DATA-INICIO NOT = SPACES
       AND HR-DATA(WS-HR-IDX) < WS-DATA-INICIO
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO WS-QTD-AVALIADAS

    *> Meta do programa, senao a meta geral
    MOVE WS-SLA-PADRAO TO WS-SLA-ATUAL
    PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
        UNTIL WS-SLA-IDX > WS-SLA-COUNT
        IF SL-PROG(WS-SLA-IDX) = HR-PROG(WS-HR-IDX)
            MOVE SL-SEGUNDOS(WS-SLA-IDX) TO WS-SLA-ATUAL
        END-IF
    END-PERFORM

    IF WS-SLA-ATUAL > 0
       AND HR-DURACAO(WS-HR-IDX) > WS-SLA-ATUAL
        MOVE "SLA_ESTOURADO"      TO WS-EX-TIPO
        MOVE HR-PROG(WS-HR-IDX)   TO WS-EX-PROG
        MOVE HR-DATA(WS-HR-IDX)   TO WS-EX-DATA
        MOVE HR-INICIO(WS-HR-IDX) TO WS-EX-INICIO
        MOVE HR-DURACAO(WS-HR-IDX) TO WS-EX-VALOR-TXT
        MOVE WS-SLA-ATUAL         TO WS-EX-REF-TXT
        MOVE SPACES TO WS-EX-DETALHE
        STRING
            "DuracaoSeg acima da meta do passo (CondCode "
                               DELIMITED BY SIZE
            HR-CC(WS-HR-IDX)   DELIMITED BY SIZE
            ")"                DELIMITED BY SIZE
            INTO WS-EX-DETALHE
        END-STRING
        PERFORM HS-GRAVA-EXCECAO
        ADD 1 TO WS-QTD-SLA
    END-IF

    *> Media das execucoes anteriores do mesmo programa e modo (codigo
    *> < 8), da mais recente para tras
    MOVE 0 TO WS-MM-QTD
    MOVE 0 TO WS-MM-SOMA-LIDOS
    MOVE 0 TO WS-MM-SOMA-GRAV

    PERFORM VARYING WS-HR-ANT FROM WS-HR-IDX BY -1
        UNTIL WS-HR-ANT <= 1 OR WS-MM-QTD >= WS-JANELA-MEDIA
        IF HR-PROG(WS-HR-ANT - 1) = HR-PROG(WS-HR-IDX)
           AND HR-MODO(WS-HR-ANT - 1) = HR-MODO(WS-HR-IDX)
           AND HR-CC(WS-HR-ANT - 1) < 8
            ADD 1 TO WS-MM-QTD
            ADD HR-LIDOS(WS-HR-ANT - 1)    TO WS-MM-SOMA-LIDOS
            ADD HR-GRAVADOS(WS-HR-ANT - 1) TO WS-MM-SOMA-GRAV
        END-IF
    END-PERFORM

    IF WS-MM-QTD < WS-AMOSTRAS-MIN
        EXIT PARAGRAPH
    END-IF

    MOVE "RegistrosLidos" TO WS-MM-CAMPO
    COMPUTE WS-MM-MEDIA = WS-MM-SOMA-LIDOS / WS-MM-QTD
    MOVE HR-LIDOS(WS-HR-IDX) TO WS-MM-VALOR
    PERFORM HS-AVALIA-DESVIO

    MOVE "RegistrosGravados" TO WS-MM-CAMPO
    COMPUTE WS-MM-MEDIA = WS-MM-SOMA-GRAV / WS-MM-QTD
    MOVE HR-GRAVADOS(WS-HR-IDX) TO WS-MM-VALOR
    PERFORM HS-AVALIA-DESVIO
    .

HS-AVALIA-DESVIO.
    IF WS-MM-MEDIA NOT > 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE WS-MM-DESVIO = (WS-MM-VALOR - WS-MM-MEDIA) / WS-MM-MEDIA
    IF WS-MM-DESVIO < 0
        COMPUTE WS-MM-DESVIO-ABS = 0 - WS-MM-DESVIO
    ELSE
        MOVE WS-MM-DESVIO TO WS-MM-DESVIO-ABS
    END-IF

    IF WS-MM-DESVIO-ABS NOT > WS-TOLERANCIA
        EXIT PARAGRAPH
    END-IF

    MOVE "VOLUME_DESVIO"      TO WS-EX-TIPO
    MOVE HR-PROG(WS-HR-IDX)   TO WS-EX-PROG
    MOVE HR-DATA(WS-HR-IDX)   TO WS-EX-DATA
    MOVE HR-INICIO(WS-HR-IDX) TO WS-EX-INICIO
    COMPUTE WS-EX-VALOR-TXT ROUNDED = WS-MM-VALOR
    COMPUTE WS-EX-REF-TXT ROUNDED = WS-MM-MEDIA
    COMPUTE WS-EX-PCT-TXT ROUNDED = WS-MM-DESVIO * 100
    MOVE WS-MM-QTD TO WS-EX-QTD-TXT

    MOVE SPACES TO WS-EX-DETALHE
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-MM-CAMPO       DELIMITED BY SPACE
        " desvio de "     DELIMITED BY SIZE
        WS-EX-PCT-TXT     DELIMITED BY SIZE
        "% sobre a media de " DELIMITED BY SIZE
        WS-EX-QTD-TXT     DELIMITED BY SIZE
        " execucoes"      DELIMITED BY SIZE
        INTO WS-EX-DETALHE
        WITH POINTER WS-STR-PTR
    END-STRING

    PERFORM HS-GRAVA-EXCECAO
    ADD 1 TO WS-QTD-DESVIO
    .

*> ==========================================================
*> JANELA DO LOTE POR DATA DE NEGOCIO
*> ==========================================================
HS-AVALIA-JANELA.
    COMPUTE WS-JN-DURACAO =
        JN-FIM-SEG(WS-JN-POS) - JN-INI-SEG(WS-JN-POS)

    IF WS-JN-DURACAO NOT > WS-JANELA-SEG
        EXIT PARAGRAPH
    END-IF

    MOVE "JANELA_ESTOURADA"    TO WS-EX-TIPO
    MOVE "LOTE"                TO WS-EX-PROG
    MOVE JN-DATA(WS-JN-POS)    TO WS-EX-DATA
    MOVE JN-INICIO(WS-JN-POS)  TO WS-EX-INICIO
    MOVE WS-JN-DURACAO         TO WS-EX-VALOR-TXT
    MOVE WS-JANELA-SEG         TO WS-EX-REF-TXT
    MOVE JN-PASSOS(WS-JN-POS)  TO WS-EX-QTD-TXT
    MOVE SPACES TO WS-EX-DETALHE
    STRING
        "Do primeiro Inicio ao ultimo Fim entre " DELIMITED BY SIZE
        WS-EX-QTD-TXT                             DELIMITED BY SIZE
        " execucoes da data"                      DELIMITED BY SIZE
        INTO WS-EX-DETALHE
    END-STRING
    PERFORM HS-GRAVA-EXCECAO
    ADD 1 TO WS-QTD-JANELA
    .

*> ==========================================================
*> PASSO AUSENTE: pregao sem execucao de um programa esperado
*> ==========================================================
HS-AVALIA-PREGAO.
    PERFORM VARYING WS-ESP-IDX FROM 1 BY 1
        UNTIL WS-ESP-IDX > WS-ESP-QTD
        MOVE WS-ESP-ITEM(WS-ESP-IDX) TO PDB-PROG
        MOVE CAL-DATA(WS-CAL-IDX)    TO PDB-DATA
        PERFORM HS-ACHA-PASSO

        IF WS-PD-FOUND = "N"
            MOVE "PASSO_AUSENTE"         TO WS-EX-TIPO
            MOVE WS-ESP-ITEM(WS-ESP-IDX) TO WS-EX-PROG
            MOVE CAL-DATA(WS-CAL-IDX)    TO WS-EX-DATA
            MOVE SPACES                  TO WS-EX-INICIO
            MOVE 0                       TO WS-EX-VALOR-TXT
            MOVE 1                       TO WS-EX-REF-TXT
            MOVE "Pregao do calendario sem execucao registrada do passo"
                TO WS-EX-DETALHE
            PERFORM HS-GRAVA-EXCECAO
            ADD 1 TO WS-QTD-AUSENTE
        END-IF
    END-PERFORM
    .

HS-GRAVA-EXCECAO.
    MOVE SPACES TO EXCECAO-REC
    MOVE 1 TO WS-STR-PTR
    STRING
        WS-EX-TIPO        DELIMITED BY SPACE
        ","               DELIMITED BY SIZE
        WS-EX-PROG        DELIMITED BY SPACE
        ","               DELIMITED BY SIZE
        WS-EX-DATA        DELIMITED BY SPACE
        ","               DELIMITED BY SIZE
        WS-EX-INICIO      DELIMITED BY SPACE
        ","               DELIMITED BY SIZE
        WS-EX-VALOR-TXT   DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-EX-REF-TXT     DELIMITED BY SIZE
        ","               DELIMITED BY SIZE
        WS-EX-DETALHE     DELIMITED BY SIZE
        INTO EXCECAO-REC
        WITH POINTER WS-STR-PTR
    END-STRING
    WRITE EXCECAO-REC

    ADD 1 TO WS-QTD-EXCECOES
    .
