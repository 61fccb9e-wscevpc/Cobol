      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Nightly batch driver. Runs the chain JSONLOAD,
      /            VACCLOAD, RPT, TREND, BULLETIN, HOUSEKEEP in that
      *            order, one program at a time, and stops at the first
      *            step that fails (non-zero return code, or no
      *            COMPLETE cycle record from the step). Each outcome
      *            is kept in pandemic_cycle.dat, with a CHAIN record
      *            for the chain as a whole; when a chain did not
      *            finish, the next run resumes at the step that
      *            failed and leaves the completed steps' output alone.
      *            Ends with a chain summary (pandemic_batch.lst and
      *            console): step, return code, elapsed time, run
      *            number. batch.par: RESTART=NO starts from the top;
      *            <step>=<command> overrides the command for a step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_batch.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "batch.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_ciclo
           ASSIGN TO "pandemic_cycle.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS cic_step
           FILE STATUS IS ws_ciclo_status.

           SELECT OPTIONAL arquivo_runnum
           ASSIGN TO "pandemic_run.num"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_runnum_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_batch.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_parm.
       01  fd_parm_record.
           05 rec_parm                   pic X(200).
      *
       FD  arquivo_ciclo.
       01  fd_ciclo_record.
           05 cic_step                   pic X(010).
           05 cic_numero_run             pic 9(006).
           05 cic_inicio                 pic X(014).
           05 cic_fim                    pic X(014).
           05 cic_situacao               pic X(010).
      *
       FD  arquivo_runnum.
       01  fd_runnum_record.
           05 runnum_valor               pic 9(006).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_ciclo_status               PIC X(002) value "00".
           88 ciclo_ok                   value "00".
           88 ciclo_nao_encontrado       value "23".
           88 ciclo_arquivo_inexistente  value "35".
      *
       01  ws_runnum_status              PIC X(002) value "00".
           88 runnum_arquivo_inexistente value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_runnum_eof_sw              PIC X(001) value "n".
           88 runnum_eof_sw              value "y".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(179).
      *
       01  ws_reiniciar                  PIC X(001) value "Y".
           88 reiniciar_sw               value "Y".
      *
       01  ws_cadeia_falhou              PIC X(001) value "N".
           88 cadeia_falhou              value "Y".
      *
       01  ws_cadeia.
           05 ws_passo_cadeia            PIC X(010) value "CHAIN".
           05 ws_numero_cadeia           PIC 9(006) value zero.
           05 ws_inicio_cadeia           PIC X(014).
           05 ws_retomada                PIC X(001) value "N".
              88 retomada_sw             value "Y".
      *
       01  ws_controle.
           05 ws_total_passos            PIC 9(002) value 6.
           05 ws_idx                     PIC 9(002).
           05 ws_passo_inicio            PIC 9(002) value zero.
           05 ws_passo_falho             PIC 9(002) value zero.
      *
       01  ws_tabela_passos.
           05 ws_passo OCCURS 6 TIMES.
               10 ps_nome                PIC X(010).
               10 ps_comando             PIC X(150).
               10 ps_resultado           PIC X(014).
               10 ps_retorno             PIC S9(004).
               10 ps_segundos            PIC 9(006).
               10 ps_numero_run          PIC 9(006).
      *
       01  ws_execucao.
           05 ws_comando                 PIC X(150).
           05 ws_retorno                 PIC S9(009).
           05 ws_inicio_passo            PIC X(014).
           05 ws_fim_passo               PIC X(014).
      *
       01  ws_tempo.
           05 ws_ts                      PIC X(014).
           05 ws_ts_data                 PIC 9(008).
           05 ws_ts_hora                 PIC 9(002).
           05 ws_ts_minuto               PIC 9(002).
           05 ws_ts_segundo              PIC 9(002).
           05 ws_segundos_ts             PIC 9(012).
           05 ws_segundos_ini            PIC 9(012).
           05 ws_segundos_fim            PIC 9(012).
           05 ws_decorrido               PIC 9(006).
           05 ws_horas                   PIC 9(002).
           05 ws_resto_seg               PIC 9(006).
           05 ws_minutos                 PIC 9(002).
           05 ws_segs                    PIC 9(002).
      *
       01  Header_relatorio.
           05 FILLER                 PIC X(030) value
              "NIGHTLY CHAIN SUMMARY - RUN ".
           05 hr_numero_run          PIC ZZZZZ9.
           05 FILLER                 PIC X(012) value "  STARTED ".
           05 hr_inicio              PIC X(019).
           05 FILLER                 PIC X(002) value spaces.
           05 hr_retomada            PIC X(040).
      *
       01  Header_colunas.
           05 FILLER                 PIC X(012) value "Step".
           05 FILLER                 PIC X(042) value "Command".
           05 FILLER                 PIC X(016) value "Result".
           05 FILLER                 PIC X(008) value "RC".
           05 FILLER                 PIC X(010) value "Elapsed".
           05 FILLER                 PIC X(006) value "Run".
      *
       01  Header_traco.
           05 FILLER                 PIC X(100) value all "=".
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  Linha_passo.
           05 lp_nome                PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_comando             PIC X(040).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_resultado           PIC X(014).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_retorno             PIC -ZZZ9.
           05 lp_retorno_x REDEFINES lp_retorno
                                     PIC X(005).
           05 FILLER                 PIC X(003) value spaces.
           05 lp_decorrido           PIC X(008).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_numero_run          PIC ZZZZZ9.
           05 lp_numero_run_x REDEFINES lp_numero_run
                                     PIC X(006).
      *
       01  Linha_resultado.
           05 lr_texto               PIC X(100).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM executar_passo
               VARYING ws_idx FROM ws_passo_inicio BY 1
               UNTIL ws_idx > ws_total_passos
               OR cadeia_falhou.

           PERFORM encerrar_cadeia.
           PERFORM imprimir_resumo.

           IF cadeia_falhou
               move 8 to RETURN-CODE
           END-IF.

           STOP RUN.
      *
       inicializar.
           PERFORM montar_tabela_passos.
           PERFORM ler_parametros.

           PERFORM abrir_ciclo.
           move ws_passo_cadeia to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

      * A CHAIN record not marked COMPLETE is a chain that stopped
      * part-way: pick it up at the first step that has not completed
      * since that chain started.
           IF ciclo_ok
           AND cic_situacao NOT = "COMPLETE"
           AND reiniciar_sw
               move "Y" to ws_retomada
               move cic_numero_run to ws_numero_cadeia
               move cic_inicio to ws_inicio_cadeia
               PERFORM localizar_retomada
                   VARYING ws_idx FROM 1 BY 1
                   UNTIL ws_idx > ws_total_passos
                   OR ws_passo_inicio > zero
               IF ws_passo_inicio = zero
                   compute ws_passo_inicio = ws_total_passos + 1
               END-IF
               DISPLAY "BATCH: resuming chain " ws_numero_cadeia
                   " started " ws_inicio_cadeia " at step "
                   ws_passo_inicio "."
           ELSE
               PERFORM ler_numero_run
               move FUNCTION CURRENT-DATE(1:14) to ws_inicio_cadeia
               move 1 to ws_passo_inicio
           END-IF.

           move ws_passo_cadeia to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           move ws_passo_cadeia to cic_step.
           move ws_numero_cadeia to cic_numero_run.
           move ws_inicio_cadeia to cic_inicio.
           move spaces to cic_fim.
           move "STARTED" to cic_situacao.
           IF ciclo_ok
               REWRITE fd_ciclo_record
           ELSE
               WRITE fd_ciclo_record
           END-IF.
           CLOSE arquivo_ciclo.
      *
       montar_tabela_passos.
           move "JSONLOAD"            to ps_nome(1).
           move "pandemic_json_load"  to ps_comando(1).
           move "VACCLOAD"            to ps_nome(2).
           move "pandemic_vacc_load"  to ps_comando(2).
           move "RPT"                 to ps_nome(3).
           move "pandemic_rpt"        to ps_comando(3).
           move "TREND"               to ps_nome(4).
           move "pandemic_trend"      to ps_comando(4).
           move "BULLETIN"            to ps_nome(5).
           move "pandemic_bulletin"   to ps_comando(5).
           move "HOUSEKEEP"           to ps_nome(6).
           move "pandemic_housekeep"  to ps_comando(6).

           PERFORM limpar_passo
               VARYING ws_idx FROM 1 BY 1
               UNTIL ws_idx > ws_total_passos.
      *
       limpar_passo.
           move "NOT RUN" to ps_resultado(ws_idx).
           move zero to ps_retorno(ws_idx).
           move zero to ps_segundos(ws_idx).
           move zero to ps_numero_run(ws_idx).
      *
       ler_parametros.
           OPEN INPUT arquivo_parm.
           IF parm_inexistente
               move "y" to ws_parm_eof_sw
           END-IF.
           PERFORM ler_parametro_linha UNTIL parm_eof_sw.
           IF NOT parm_inexistente
               CLOSE arquivo_parm
           END-IF.
      *
       ler_parametro_linha.
           READ arquivo_parm
               AT END move "y" to ws_parm_eof_sw
           END-READ.

           IF parm_not_eof_sw
               move spaces to ws_parametros
               UNSTRING
                   rec_parm DELIMITED BY "="
               INTO
                   ws_parm_key
                   ws_parm_value
               END-UNSTRING

               IF ws_parm_key = "RESTART"
                   move ws_parm_value(1:1) to ws_reiniciar
               ELSE
                   PERFORM trocar_comando
                       VARYING ws_idx FROM 1 BY 1
                       UNTIL ws_idx > ws_total_passos
               END-IF
           END-IF.
      *
       trocar_comando.
           IF ws_parm_key = ps_nome(ws_idx)
           AND ws_parm_value NOT = spaces
               move FUNCTION TRIM(ws_parm_value) to ps_comando(ws_idx)
           END-IF.
      *
       ler_numero_run.
      * A new chain carries the number pandemic_rpt will draw, the same
      * number the two loads stamp on their cycle records.
           move zero to ws_numero_cadeia.
           move "n" to ws_runnum_eof_sw.

           OPEN INPUT arquivo_runnum.
           IF NOT runnum_arquivo_inexistente
               READ arquivo_runnum
                   AT END move "y" to ws_runnum_eof_sw
               END-READ
               IF NOT runnum_eof_sw
                   move runnum_valor to ws_numero_cadeia
               END-IF
           END-IF.
           CLOSE arquivo_runnum.

           add 1 to ws_numero_cadeia.
      *
       abrir_ciclo.
      * The cycle file is only held open between steps: every step
      * opens it I-O for its own record.
           OPEN I-O arquivo_ciclo.
           IF ciclo_arquivo_inexistente
               OPEN OUTPUT arquivo_ciclo
               CLOSE arquivo_ciclo
               OPEN I-O arquivo_ciclo
           END-IF.
      *
       localizar_retomada.
           move ps_nome(ws_idx) to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           IF ciclo_ok
           AND cic_situacao = "COMPLETE"
           AND cic_inicio >= ws_inicio_cadeia
               move "DONE EARLIER" to ps_resultado(ws_idx)
               move cic_numero_run to ps_numero_run(ws_idx)
               move cic_inicio to ws_ts
               PERFORM converter_ts
               move ws_segundos_ts to ws_segundos_ini
               move cic_fim to ws_ts
               PERFORM converter_ts
               move ws_segundos_ts to ws_segundos_fim
               PERFORM calcular_decorrido
               move ws_decorrido to ps_segundos(ws_idx)
           ELSE
               move ws_idx to ws_passo_inicio
           END-IF.
      *
       executar_passo.
           DISPLAY "BATCH: step " ps_nome(ws_idx) " - "
               FUNCTION TRIM(ps_comando(ws_idx)).

           move ps_comando(ws_idx) to ws_comando.

           move FUNCTION CURRENT-DATE(1:14) to ws_inicio_passo.
           CALL "SYSTEM" USING ws_comando.
           move RETURN-CODE to ws_retorno.
           move zero to RETURN-CODE.
      * SYSTEM hands back the raw wait status; the step's own return
      * code is its high-order byte.
           IF ws_retorno >= 256
               divide ws_retorno by 256 giving ws_retorno
           END-IF.
           move FUNCTION CURRENT-DATE(1:14) to ws_fim_passo.

           move ws_retorno to ps_retorno(ws_idx).
           move ws_inicio_passo to ws_ts.
           PERFORM converter_ts.
           move ws_segundos_ts to ws_segundos_ini.
           move ws_fim_passo to ws_ts.
           PERFORM converter_ts.
           move ws_segundos_ts to ws_segundos_fim.
           PERFORM calcular_decorrido.
           move ws_decorrido to ps_segundos(ws_idx).

           PERFORM conferir_passo.
      *
       conferir_passo.
      * A clean return code is not enough on its own: the step must
      * also have stamped its cycle record COMPLETE during this call.
           PERFORM abrir_ciclo.
           move ps_nome(ws_idx) to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           EVALUATE TRUE
               WHEN ws_retorno NOT = zero
                   move "FAILED" to ps_resultado(ws_idx)
               WHEN NOT ciclo_ok
                   move "NO CYCLE REC" to ps_resultado(ws_idx)
               WHEN cic_situacao NOT = "COMPLETE"
               OR cic_inicio < ws_inicio_passo
                   move "NOT COMPLETE" to ps_resultado(ws_idx)
               WHEN OTHER
                   move "COMPLETE" to ps_resultado(ws_idx)
           END-EVALUATE.

           IF ps_resultado(ws_idx) NOT = "COMPLETE"
               move "Y" to ws_cadeia_falhou
               move ws_idx to ws_passo_falho
               PERFORM marcar_passo_falho
           END-IF.

           IF ciclo_ok
               move cic_numero_run to ps_numero_run(ws_idx)
           ELSE
               move ws_numero_cadeia to ps_numero_run(ws_idx)
           END-IF.
           CLOSE arquivo_ciclo.
      *
       marcar_passo_falho.
           IF ciclo_ok
               move ws_fim_passo to cic_fim
               move "FAILED" to cic_situacao
               REWRITE fd_ciclo_record
           ELSE
               move ps_nome(ws_idx) to cic_step
               move ws_numero_cadeia to cic_numero_run
               move ws_inicio_passo to cic_inicio
               move ws_fim_passo to cic_fim
               move "FAILED" to cic_situacao
               WRITE fd_ciclo_record
           END-IF.
           DISPLAY "BATCH: step " ps_nome(ws_idx) " failed ("
               ps_resultado(ws_idx) ", return code " ws_retorno
               ") - chain stopped; rerun to resume here.".
      *
       encerrar_cadeia.
           PERFORM abrir_ciclo.
           move ws_passo_cadeia to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           IF ciclo_ok
               move FUNCTION CURRENT-DATE(1:14) to cic_fim
               IF cadeia_falhou
                   move "FAILED" to cic_situacao
               ELSE
                   move "COMPLETE" to cic_situacao
               END-IF
               REWRITE fd_ciclo_record
           END-IF.
           CLOSE arquivo_ciclo.
      *
       converter_ts.
      * YYYYMMDDHHMMSS -> seconds since the start of the calendar used
      * by INTEGER-OF-DATE, so elapsed times can cross midnight.
           move zero to ws_segundos_ts.
           IF ws_ts NUMERIC
               move ws_ts(1:8)  to ws_ts_data
               move ws_ts(9:2)  to ws_ts_hora
               move ws_ts(11:2) to ws_ts_minuto
               move ws_ts(13:2) to ws_ts_segundo
               compute ws_segundos_ts =
                   FUNCTION INTEGER-OF-DATE(ws_ts_data) * 86400
                   + ws_ts_hora * 3600 + ws_ts_minuto * 60
                   + ws_ts_segundo
           END-IF.
      *
       calcular_decorrido.
           IF ws_segundos_fim > ws_segundos_ini
           AND ws_segundos_ini > zero
               compute ws_decorrido = ws_segundos_fim - ws_segundos_ini
           ELSE
               move zero to ws_decorrido
           END-IF.
      *
       formatar_decorrido.
           divide ws_decorrido by 3600 giving ws_horas
               remainder ws_resto_seg.
           divide ws_resto_seg by 60 giving ws_minutos
               remainder ws_segs.
           move spaces to lp_decorrido.
           STRING
               ws_horas   DELIMITED BY SIZE
               ":"        DELIMITED BY SIZE
               ws_minutos DELIMITED BY SIZE
               ":"        DELIMITED BY SIZE
               ws_segs    DELIMITED BY SIZE
               INTO lp_decorrido
           END-STRING.
      *
       imprimir_resumo.
           OPEN OUTPUT arquivo_relatorio.

           move ws_numero_cadeia to hr_numero_run.
           move spaces to hr_inicio.
           STRING
               ws_inicio_cadeia(7:2)  DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               ws_inicio_cadeia(5:2)  DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               ws_inicio_cadeia(1:4)  DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               ws_inicio_cadeia(9:2)  DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               ws_inicio_cadeia(11:2) DELIMITED BY SIZE
               ":"                    DELIMITED BY SIZE
               ws_inicio_cadeia(13:2) DELIMITED BY SIZE
               INTO hr_inicio
           END-STRING.
           IF retomada_sw
               move "(RESUMED AFTER AN EARLIER FAILURE)" to hr_retomada
           ELSE
               move spaces to hr_retomada
           END-IF.
           WRITE fd_relatorio_record FROM Header_relatorio.
           WRITE fd_relatorio_record FROM Header_colunas.
           WRITE fd_relatorio_record FROM Header_traco.

           PERFORM imprimir_passo
               VARYING ws_idx FROM 1 BY 1
               UNTIL ws_idx > ws_total_passos.

           WRITE fd_relatorio_record FROM Header_traco.
           move spaces to lr_texto.
           IF cadeia_falhou
               STRING
                   "CHAIN STOPPED AT STEP " DELIMITED BY SIZE
                   ps_nome(ws_passo_falho)  DELIMITED BY SPACE
                   " - RERUN TO RESUME FROM THAT STEP"
                                            DELIMITED BY SIZE
                   INTO lr_texto
               END-STRING
           ELSE
               move "CHAIN COMPLETE" to lr_texto
           END-IF.
           WRITE fd_relatorio_record FROM Linha_resultado.
           DISPLAY "BATCH: " FUNCTION TRIM(lr_texto).

           CLOSE arquivo_relatorio.
      *
       imprimir_passo.
           move ps_nome(ws_idx) to lp_nome.
           move ps_comando(ws_idx) to lp_comando.
           move ps_resultado(ws_idx) to lp_resultado.

           IF ps_resultado(ws_idx) = "NOT RUN"
               move spaces to lp_retorno_x
               move spaces to lp_decorrido
               move spaces to lp_numero_run_x
           ELSE
               move ps_retorno(ws_idx) to lp_retorno
               move ps_segundos(ws_idx) to ws_decorrido
               PERFORM formatar_decorrido
               move ps_numero_run(ws_idx) to lp_numero_run
           END-IF.

           WRITE fd_relatorio_record FROM Linha_passo.
           DISPLAY "BATCH: " lp_nome " " lp_resultado " RC "
               lp_retorno_x " " lp_decorrido " RUN " lp_numero_run_x.
      *
       END PROGRAM pandemic_batch.
