*> rolling_metrics_usd, market/setor_metrics_usd): os niveis
*> encadeados e as conversoes a partir da data restaurada ficam
*> DEFASADOS ate' o proximo ciclo COMPLETO do motor - o programa
*> avisa no fim de toda execucao. O mesmo vale para a faixa
*> intradiaria e a volatilidade por amplitude (daily_ranges,
*> faixa_inconsistente, rolling_range_vol e o estado
*> motor_b3_estado_rollfaixa) e para a serie de breadth
*> (market_breadth_cobol.csv, novos_extremos e o estado
*> motor_b3_estado_breadth): a linha avanco/declinio e as medias do
*> McClellan sao encadeadas como o nivel do indice setorial.
*>
*> A substituicao in-loco usa arquivos de trabalho (ler e gravar o
*> mesmo arquivo na mesma passada nao e' possivel): cada saida e'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USDPROBE-FILE-STATUS.

    *> Historico de execucoes compartilhado pela esteira (uma linha por
    *> invocacao, so' recebe OPEN EXTEND)
    SELECT HISTEXEC-OUT
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  USDPROBE-IN.
01  USDPROBE-REC         PIC X(256).

FD  HISTEXEC-OUT.
01  HISTEXEC-REC         PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS    PIC X(2) VALUE "00".
01  WS-QTD-POS-D       PIC 9(9) VALUE 0.
01  WS-COPIA-EOF       PIC X    VALUE "N".

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
    DISPLAY "=== MOTOR B3 RESTATE (sessao corrigida pela B3) ==="

    PERFORM RS-INICIA-HISTEXEC

    PERFORM RS-LEIA-PARAMETROS

    IF WS-RESTATE-DATA = SPACES
        DISPLAY "ERRO: parametro RESTATEMENT_DATA ausente em "
                "data/motor_b3_parametros.csv - nada a restaurar"
        MOVE 8 TO RETURN-CODE
        PERFORM RS-GRAVA-HISTEXEC
        GOBACK
    END-IF

        DISPLAY "ERRO: data/pricereport_correcao.csv ausente ou sem "
                "linhas validas para " WS-RESTATE-DATA
        MOVE 8 TO RETURN-CODE
        PERFORM RS-GRAVA-HISTEXEC
        GOBACK
    END-IF

            "niveis a partir da data restaurada ficam defasados "
            "ate' o proximo ciclo COMPLETO do motor"

    DISPLAY "Aviso: daily_ranges, faixa_inconsistente, "
            "rolling_range_vol e o estado motor_b3_estado_rollfaixa "
            "NAO foram regenerados - rode um ciclo COMPLETO do motor "
            "para realinha-los ao historico restaurado"

    DISPLAY "Aviso: market_breadth_cobol.csv e o estado "
            "motor_b3_estado_breadth NAO foram regenerados - "
            "linha A/D e McClellan a partir da data restaurada ficam "
            "defasados ate' o proximo ciclo COMPLETO do motor"

    OPEN INPUT USDPROBE-IN
    IF WS-USDPROBE-FILE-STATUS = "00"
        CLOSE USDPROBE-IN
    DISPLAY "Auditoria: total de linhas..........: " WS-QTD-AUD-TOTAL
    DISPLAY "=== FIM MOTOR B3 RESTATE ==="

    PERFORM RS-GRAVA-HISTEXEC
    GOBACK.

*> ==========================================================
        DISPLAY "ERRO: processados/daily_returns_cobol.csv ausente - "
                "rode o MOTOR-B3-COBOL antes do restatement"
        MOVE 8 TO RETURN-CODE
        PERFORM RS-GRAVA-HISTEXEC
        STOP RUN
    END-IF

    CLOSE WORK3-IN
          SEGMET-OUT
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
RS-INICIA-HISTEXEC.
    MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-INICIO
    .

*> Uma linha por invocacao no historico compartilhado pela esteira
*> (mesmo layout do MOTOR-B3-COBOL):
*> maior data do historico, linhas de correcao, linhas de
*> auditoria e correcoes nao aplicadas.
*> Sem data de negocio propria vale a data do run.
RS-GRAVA-HISTEXEC.
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

    MOVE WS-MAXDATE-VISTA    TO WS-HX-DATA-NEGOCIO
    MOVE WS-CORR-COUNT       TO WS-HX-LIDOS
    MOVE WS-QTD-AUD-TOTAL    TO WS-HX-GRAVADOS
    MOVE WS-QTD-NAO-APLIC    TO WS-HX-REJEITADOS
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
        "RESTATE"            DELIMITED BY SIZE
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
