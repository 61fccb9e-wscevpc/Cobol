      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Pending-items report for the reference-data
      /            maintenance queue (pandemic_pending.dat), written by
      *            pandemic_pop_maint and pandemic_ref_maint. Lists on
      *            pandemic_pending.lst every item still awaiting a
      *            second operator, with who entered it and how many
      *            days it has waited, then every item approved or
      *            rejected in the last DECIDEDDAYS days (pendrpt.par,
      *            default 30) with who entered it, who decided it,
      *            how long it waited and the result; an approved item
      *            that failed its re-check is shown as NOT APPL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_pending_rpt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "pendrpt.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_pendente
           ASSIGN TO "pandemic_pending.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS pen_chave
           FILE STATUS IS ws_pen_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_pending.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_parm.
       01  fd_parm_record.
           05 rec_parm                   pic X(100).
      *
       FD  arquivo_pendente.
       01  fd_pendente_record.
           05 pen_chave.
               10 pen_origem             pic X(001).
               10 pen_id                 pic 9(006).
           05 pen_transacao              pic X(200).
           05 pen_operador_entrada       pic X(008).
           05 pen_data_entrada           pic X(014).
           05 pen_run_entrada            pic X(016).
           05 pen_situacao               pic X(001).
               88 pen_pendente           value "P".
               88 pen_aprovado           value "A".
               88 pen_rejeitado          value "R".
               88 pen_nao_aplicado       value "F".
           05 pen_operador_decisao       pic X(008).
           05 pen_data_decisao           pic X(014).
           05 pen_resultado              pic X(035).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_pen_status                 PIC X(002) value "00".
           88 pen_ok                     value "00".
           88 pen_inexistente            value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_pen_eof_sw                 PIC X(001) value "n".
           88 pen_eof_sw                 value "y".
           88 pen_not_eof_sw             value "n".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(079).
      *
       01  ws_dias_decididos             PIC 9(004) value 30.
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
       01  ws_data_corrente_n REDEFINES ws_data_corrente
                                         PIC 9(008).
      *
       01  ws_datas.
           05 ws_hoje_int                PIC 9(008).
           05 ws_data_num                PIC 9(008).
           05 ws_entrada_int             PIC 9(008).
           05 ws_decisao_int             PIC 9(008).
           05 ws_dias                    PIC 9(006).
           05 ws_data_fmt                PIC X(010).
      *
       01  ws_contadores.
           05 ws_itens_pendentes         PIC 9(006) value zero.
           05 ws_maior_espera            PIC 9(006) value zero.
           05 ws_itens_aprovados         PIC 9(006) value zero.
           05 ws_itens_rejeitados        PIC 9(006) value zero.
           05 ws_itens_nao_aplicados     PIC 9(006) value zero.
      *
       01  Header_relatorio.
           05 FILLER                 PIC X(042) value
              "PENDING MAINTENANCE ITEMS REPORT - DATE ".
           05 hr_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hr_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hr_day                 PIC 9(002).
      *
       01  Header_traco.
           05 FILLER                 PIC X(132) value all "=".
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  Titulo_secao.
           05 ts_texto               PIC X(030).
           05 ts_dias                PIC ZZZ9.
           05 ts_dias_x REDEFINES ts_dias
                                     PIC X(004).
           05 ts_sufixo              PIC X(010).
      *
       01  Header_pendentes.
           05 FILLER                 PIC X(006) value "File".
           05 FILLER                 PIC X(008) value "Item".
           05 FILLER                 PIC X(052) value "Transaction".
           05 FILLER                 PIC X(012) value "Entered By".
           05 FILLER                 PIC X(012) value "Entered On".
           05 FILLER                 PIC X(011) value "Days Waited".
      *
       01  Linha_pendente.
           05 lp_origem              PIC X(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_id                  PIC 9(006).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_transacao           PIC X(050).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_operador_entrada    PIC X(008).
           05 FILLER                 PIC X(004) value spaces.
           05 lp_data_entrada        PIC X(010).
           05 FILLER                 PIC X(005) value spaces.
           05 lp_dias                PIC ZZZZZ9.
      *
       01  Header_decididos.
           05 FILLER                 PIC X(006) value "File".
           05 FILLER                 PIC X(008) value "Item".
           05 FILLER                 PIC X(032) value "Transaction".
           05 FILLER                 PIC X(010) value "Entered".
           05 FILLER                 PIC X(012) value "Entered On".
           05 FILLER                 PIC X(010) value "Decision".
           05 FILLER                 PIC X(010) value "Decided".
           05 FILLER                 PIC X(012) value "Decided On".
           05 FILLER                 PIC X(006) value "Days".
           05 FILLER                 PIC X(006) value "Result".
      *
       01  Linha_decidido.
           05 lc_origem              PIC X(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_id                  PIC 9(006).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_transacao           PIC X(030).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_operador_entrada    PIC X(008).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_data_entrada        PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_decisao             PIC X(008).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_operador_decisao    PIC X(008).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_data_decisao        PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lc_dias                PIC ZZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lc_resultado           PIC X(026).
      *
       01  Linha_mensagem.
           05 FILLER                 PIC X(002) value spaces.
           05 lm_texto               PIC X(060).
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM listar_pendentes.
           PERFORM listar_decididos.

           PERFORM imprimir_sumario.
           PERFORM finalizar.

           DISPLAY "PENDING REPORT: " ws_itens_pendentes
               " awaiting approval, oldest " ws_maior_espera
               " day(s); " ws_itens_aprovados " approved, "
               ws_itens_rejeitados " rejected in the last "
               ws_dias_decididos " day(s).".

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.
           move FUNCTION INTEGER-OF-DATE(ws_data_corrente_n)
               to ws_hoje_int.

           PERFORM ler_parametros.

           OPEN INPUT arquivo_pendente.
           OPEN OUTPUT arquivo_relatorio.

           move dc_year  to hr_year.
           move dc_month to hr_month.
           move dc_day   to hr_day.
           WRITE fd_relatorio_record FROM Header_relatorio.
           WRITE fd_relatorio_record FROM Header_traco.
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
               UNSTRING
                   rec_parm DELIMITED BY "="
               INTO
                   ws_parm_key
                   ws_parm_value
               END-UNSTRING

               EVALUATE ws_parm_key
                   WHEN "DECIDEDDAYS"
                       move FUNCTION NUMVAL(
                           FUNCTION TRIM(ws_parm_value))
                           to ws_dias_decididos
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       posicionar_inicio.
      * Each section is a full pass over the queue in key order:
      * population items (origin P) first, then reference items (R).
           move "n" to ws_pen_eof_sw.
           IF pen_inexistente
               move "y" to ws_pen_eof_sw
           ELSE
               move low-values to pen_chave
               START arquivo_pendente KEY >= pen_chave
                   INVALID KEY move "y" to ws_pen_eof_sw
               END-START
           END-IF.
      *
       ler_pendente.
           READ arquivo_pendente NEXT RECORD
               AT END move "y" to ws_pen_eof_sw
           END-READ.
      *
       listar_pendentes.
           WRITE fd_relatorio_record FROM Linha_branca.
           move "ITEMS AWAITING APPROVAL" to ts_texto.
           move spaces to ts_dias_x.
           move spaces to ts_sufixo.
           WRITE fd_relatorio_record FROM Titulo_secao.
           WRITE fd_relatorio_record FROM Header_pendentes.
           WRITE fd_relatorio_record FROM Header_traco.

           PERFORM posicionar_inicio.
           PERFORM ler_pendente.
           PERFORM processar_pendente UNTIL pen_eof_sw.

           IF ws_itens_pendentes = zero
               move "(NOTHING AWAITING APPROVAL)" to lm_texto
               WRITE fd_relatorio_record FROM Linha_mensagem
           END-IF.
      *
       processar_pendente.
           IF pen_pendente
               add 1 to ws_itens_pendentes
               PERFORM descrever_origem
               move pen_id to lp_id
               move pen_transacao to lp_transacao
               move pen_operador_entrada to lp_operador_entrada
               move pen_data_entrada(1:8) to ws_data_num
               PERFORM formatar_data
               move ws_data_fmt to lp_data_entrada
               PERFORM converter_entrada
               compute ws_dias = ws_hoje_int - ws_entrada_int
               move ws_dias to lp_dias
               IF ws_dias > ws_maior_espera
                   move ws_dias to ws_maior_espera
               END-IF
               WRITE fd_relatorio_record FROM Linha_pendente
           END-IF.

           PERFORM ler_pendente.
      *
       listar_decididos.
           WRITE fd_relatorio_record FROM Linha_branca.
           move "ITEMS DECIDED IN THE LAST" to ts_texto.
           move ws_dias_decididos to ts_dias.
           move " DAY(S)" to ts_sufixo.
           WRITE fd_relatorio_record FROM Titulo_secao.
           WRITE fd_relatorio_record FROM Header_decididos.
           WRITE fd_relatorio_record FROM Header_traco.

           PERFORM posicionar_inicio.
           PERFORM ler_pendente.
           PERFORM processar_decidido UNTIL pen_eof_sw.

           IF ws_itens_aprovados + ws_itens_rejeitados
              + ws_itens_nao_aplicados = zero
               move "(NO ITEMS DECIDED IN THE PERIOD)" to lm_texto
               WRITE fd_relatorio_record FROM Linha_mensagem
           END-IF.
      *
       processar_decidido.
           IF NOT pen_pendente
           AND pen_data_decisao(1:8) NUMERIC
               move pen_data_decisao(1:8) to ws_data_num
               move FUNCTION INTEGER-OF-DATE(ws_data_num)
                   to ws_decisao_int
               IF ws_hoje_int - ws_decisao_int <= ws_dias_decididos
                   PERFORM imprimir_decidido
               END-IF
           END-IF.

           PERFORM ler_pendente.
      *
       imprimir_decidido.
      * An approved item that failed its re-check when applied is
      * shown apart; the result column carries the reason.
           EVALUATE TRUE
               WHEN pen_aprovado
                   add 1 to ws_itens_aprovados
                   move "APPROVED" to lc_decisao
               WHEN pen_nao_aplicado
                   add 1 to ws_itens_nao_aplicados
                   move "NOT APPL" to lc_decisao
               WHEN OTHER
                   add 1 to ws_itens_rejeitados
                   move "REJECTED" to lc_decisao
           END-EVALUATE.

           PERFORM descrever_origem.
           move lp_origem to lc_origem.
           move pen_id to lc_id.
           move pen_transacao to lc_transacao.
           move pen_operador_entrada to lc_operador_entrada.
           move pen_operador_decisao to lc_operador_decisao.
           move pen_resultado to lc_resultado.

           move pen_data_decisao(1:8) to ws_data_num.
           PERFORM formatar_data.
           move ws_data_fmt to lc_data_decisao.
           move pen_data_entrada(1:8) to ws_data_num.
           PERFORM formatar_data.
           move ws_data_fmt to lc_data_entrada.

           PERFORM converter_entrada.
           IF ws_decisao_int > ws_entrada_int
               compute ws_dias = ws_decisao_int - ws_entrada_int
           ELSE
               move zero to ws_dias
           END-IF.
           move ws_dias to lc_dias.

           WRITE fd_relatorio_record FROM Linha_decidido.
      *
       descrever_origem.
           IF pen_origem = "P"
               move "POP" to lp_origem
           ELSE
               move "REF" to lp_origem
           END-IF.
      *
       converter_entrada.
           IF pen_data_entrada(1:8) NUMERIC
               move pen_data_entrada(1:8) to ws_data_num
               move FUNCTION INTEGER-OF-DATE(ws_data_num)
                   to ws_entrada_int
           ELSE
               move ws_hoje_int to ws_entrada_int
           END-IF.
      *
       formatar_data.
           move spaces to ws_data_fmt.
           STRING
               ws_data_num(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               ws_data_num(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               ws_data_num(1:4) DELIMITED BY SIZE
               INTO ws_data_fmt
           END-STRING.
      *
       imprimir_sumario.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Header_traco.

           move "ITEMS AWAITING APPROVAL:" to ls_rotulo.
           move ws_itens_pendentes to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "LONGEST WAIT (DAYS):" to ls_rotulo.
           move ws_maior_espera to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ITEMS APPROVED IN PERIOD:" to ls_rotulo.
           move ws_itens_aprovados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ITEMS REJECTED IN PERIOD:" to ls_rotulo.
           move ws_itens_rejeitados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "APPROVED, NOT APPLIED IN PERIOD:" to ls_rotulo.
           move ws_itens_nao_aplicados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.
      *
       finalizar.
           IF NOT pen_inexistente
               CLOSE arquivo_pendente
           END-IF.
           CLOSE arquivo_relatorio.
      *
       END PROGRAM pandemic_pending_rpt.
