           SELECT MENSAL-OUT ASSIGN TO "data/pricereport_month_cobol.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Historico de execucoes compartilhado pela esteira (uma linha
      *> por invocacao, so' recebe OPEN EXTEND)
           SELECT HISTEXEC-OUT
               ASSIGN TO "processados/historico_execucoes_cobol.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTEXEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-IN.
       FD MENSAL-OUT.
       01 MENSAL-REC               PIC X(300).

       FD HISTEXEC-OUT.
       01 HISTEXEC-REC             PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-EOF                   PIC X VALUE "N".
       01 CABECALHO-LIDO           PIC X VALUE "N".
       01 WS-MO-RET-TXT       PIC -(5)9.999999.
       01 WS-MO-VOL-TXT       PIC -(3)9.999999.

      *> ---------- HISTORICO DE EXECUCOES ----------
      *> FUNCTION CURRENT-DATE = AAAAMMDDhhmmsscc+hhmm
       01 WS-HISTEXEC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-HX-TS-INICIO.
           05 HX-INI-AAAA          PIC X(4).
           05 HX-INI-MES           PIC X(2).
           05 HX-INI-DIA           PIC X(2).
           05 HX-INI-HH            PIC 9(2).
           05 HX-INI-MM            PIC 9(2).
           05 HX-INI-SS            PIC 9(2).
           05 FILLER               PIC X(7).
       01 WS-HX-TS-FIM.
           05 HX-FIM-AAAA          PIC X(4).
           05 HX-FIM-MES           PIC X(2).
           05 HX-FIM-DIA           PIC X(2).
           05 HX-FIM-HH            PIC 9(2).
           05 HX-FIM-MM            PIC 9(2).
           05 HX-FIM-SS            PIC 9(2).
           05 FILLER               PIC X(7).
       01 WS-HX-INICIO-ISO         PIC X(19) VALUE SPACES.
       01 WS-HX-FIM-ISO            PIC X(19) VALUE SPACES.
       01 WS-HX-DURACAO            PIC S9(7) VALUE 0.
       01 WS-HX-DURACAO-TXT        PIC 9(7).
       01 WS-HX-CC-TXT             PIC 9(3).
       01 WS-HX-DATA-NEGOCIO       PIC X(10) VALUE SPACES.
       01 WS-HX-LIDOS              PIC 9(9)  VALUE 0.
       01 WS-HX-GRAVADOS           PIC 9(9)  VALUE 0.
       01 WS-HX-REJEITADOS         PIC 9(9)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY "=== PRICEREPORT ENGINE WEEK (COBOL) ===".
      *> Marca o tempo de início
           ACCEPT WS-START-TIME FROM TIME
           PERFORM CONVERTE-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-HX-TS-INICIO.

           OPEN INPUT ARQ-IN
                OUTPUT ARQ-OUT.
           END-IF.

           DISPLAY "=== FIM PRICEREPORT ENGINE WEEK ===".

           PERFORM GRAVA-HISTORICO-EXECUCAO.
           STOP RUN.

       PROCESSA-LINHA.

      *> Acumuladores
           ADD 1              TO WS-TOTAL-REGS
           IF WS-TRADEDATE-TXT > WS-HX-DATA-NEGOCIO
              MOVE WS-TRADEDATE-TXT TO WS-HX-DATA-NEGOCIO
           END-IF
           ADD WS-VOL-MILLIONS TO WS-TOTAL-VOLUME-MIL

      *> Monta linha de saída

           CLOSE MENSAL-OUT
           .

      *> ================================================================
      *> HISTORICO DE EXECUCOES: uma linha por invocacao no arquivo
      *> compartilhado pela esteira (mesmo layout do MOTOR-B3-COBOL).
      *> Data de negocio = maior TradeDate do pricereport semanal;
      *> lidos = gravados = linhas tratadas (uma saida por entrada).
      *> ================================================================
       GRAVA-HISTORICO-EXECUCAO.
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

           IF WS-HX-DATA-NEGOCIO = SPACES
               MOVE WS-HX-INICIO-ISO(1:10) TO WS-HX-DATA-NEGOCIO
           END-IF
           MOVE WS-TOTAL-REGS TO WS-HX-LIDOS
           MOVE WS-TOTAL-REGS TO WS-HX-GRAVADOS
           MOVE 0             TO WS-HX-REJEITADOS
           MOVE RETURN-CODE   TO WS-HX-CC-TXT

           OPEN EXTEND HISTEXEC-OUT
           IF WS-HISTEXEC-FILE-STATUS = "35"
               OPEN OUTPUT HISTEXEC-OUT
               MOVE "Programa,DataNegocio,Inicio,Fim,DuracaoSeg,CondCode," &
                    "RegistrosLidos,RegistrosGravados,RegistrosRejeitados,Modo"
                 TO HISTEXEC-REC
               WRITE HISTEXEC-REC
           END-IF

           MOVE SPACES TO HISTEXEC-REC
           STRING
               "ENGINE-WEEK"         DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-DATA-NEGOCIO    DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-INICIO-ISO      DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-FIM-ISO         DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-DURACAO-TXT     DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-CC-TXT          DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-LIDOS           DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-GRAVADOS        DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               WS-HX-REJEITADOS      DELIMITED BY SIZE
               ","                   DELIMITED BY SIZE
               "UNICO"               DELIMITED BY SIZE
             INTO HISTEXEC-REC
           END-STRING
           WRITE HISTEXEC-REC

           CLOSE HISTEXEC-OUT
           .
