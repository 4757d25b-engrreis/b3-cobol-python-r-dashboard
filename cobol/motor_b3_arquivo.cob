        ASSIGN TO "processados/arquivo_audit_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Historico de execucoes compartilhado pela esteira (uma linha por
    *> invocacao, so' recebe OPEN EXTEND)
    SELECT HISTEXEC-OUT
        ASSIGN TO "processados/historico_execucoes_cobol.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  AUDIT-OUT.
01  AUDIT-REC            PIC X(160).

FD  HISTEXEC-OUT.
01  HISTEXEC-REC         PIC X(256).

WORKING-STORAGE SECTION.

01  WS-PARAM-FILE-STATUS     PIC X(2) VALUE "00".
*> Timestamp do inicio da execucao - carimbo das geracoes no ARQUIVA
01  WS-TS-RAW        PIC X(21) VALUE SPACES.

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
    DISPLAY "=== MOTOR B3 ARQUIVO (retencao/arquivamento) ==="

    PERFORM AR-INICIA-HISTEXEC

    PERFORM AR-LEIA-PARAMETROS

    IF WS-MODO = "RESTAURA"
            DISPLAY "ERRO: modo RESTAURA exige ARQUIVO_GERACAO,"
                    "<AAAAMMDD> em data/motor_b3_parametros.csv"
            MOVE 8 TO RETURN-CODE
            PERFORM AR-GRAVA-HISTEXEC
            GOBACK
        END-IF
    ELSE
    DISPLAY "Linhas na copia indexada............: " WS-IDX-GRAVADOS
    DISPLAY "=== FIM MOTOR B3 ARQUIVO ==="

    PERFORM AR-GRAVA-HISTEXEC
    GOBACK.

*> ==========================================================
                "sobregravaria e perderia as linhas ja movidas; "
                "renomeie a geracao ou rode em outra data"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

                "sobregravaria e perderia as linhas ja movidas; "
                "renomeie a geracao ou rode em outra data"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

                    "sobregravaria; renomeie a geracao ou rode em "
                    "outra data"
            MOVE 8 TO RETURN-CODE
            PERFORM AR-GRAVA-HISTEXEC
            STOP RUN
        END-IF
    END-IF
                    "sobregravaria; renomeie a geracao ou rode em "
                    "outra data"
            MOVE 8 TO RETURN-CODE
            PERFORM AR-GRAVA-HISTEXEC
            STOP RUN
        END-IF
    END-IF
        DISPLAY "ERRO: data/b3_calendario.csv ausente ou vazio - "
                "sem calendario nao ha como contar sessoes de retencao"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

        DISPLAY "ERRO: processados/daily_returns_cobol.csv ausente "
                "ou vazio - nada a arquivar"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

                WS-VIVO-MIN-DATE ") - um novo RESTAURA duplicaria "
                "as linhas nos acumulados"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

                WS-VIVO-MIN-DATE ") - um novo RESTAURA duplicaria "
                "as linhas nos acumulados"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF
    .
        DISPLAY "ERRO: geracao " WS-GERACAO " de daily_returns "
                "nao encontrada (" WS-ARCH-DAILY-NOME ")"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

        DISPLAY "ERRO: geracao " WS-GERACAO " de rolling_metrics "
                "nao encontrada (" WS-ARCH-ROLL-NOME ")"
        MOVE 8 TO RETURN-CODE
        PERFORM AR-GRAVA-HISTEXEC
        STOP RUN
    END-IF

*> LinhasMovidas = arquivadas; no RESTAURA, LinhasMovidas =
*> restauradas e LinhasAntes = vivas antes da devolucao.
AR-GRAVA-AUDIT.
    ADD WS-QTD-ANTES TO WS-HX-LIDOS
    ADD WS-QTD-ARQ   TO WS-HX-GRAVADOS
    MOVE WS-QTD-ANTES TO WS-QTD-ANTES-TXT
    MOVE WS-QTD-ARQ   TO WS-QTD-ARQ-TXT
    MOVE WS-QTD-MANT  TO WS-QTD-MANT-TXT
    DISPLAY "Auditoria " WS-AUD-ARQUIVO ": antes=" WS-QTD-ANTES-TXT
            " movidas=" WS-QTD-ARQ-TXT " finais=" WS-QTD-MANT-TXT
    .

*> ==========================================================
*> HISTORICO DE EXECUCOES
*> ==========================================================
AR-INICIA-HISTEXEC.
    MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-INICIO
    .

*> Uma linha por invocacao no historico compartilhado pela esteira
*> (mesmo layout do MOTOR-B3-COBOL):
*> maior data viva, linhas antes e linhas movidas somadas sobre
*> os arquivos auditados (acumuladas em AR-GRAVA-AUDIT).
*> Sem data de negocio propria vale a data do run.
AR-GRAVA-HISTEXEC.
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
        "ARQUIVO"            DELIMITED BY SIZE
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
        WS-MODO              DELIMITED BY SPACE
        INTO HISTEXEC-REC
    END-STRING
    WRITE HISTEXEC-REC

    CLOSE HISTEXEC-OUT
    .
