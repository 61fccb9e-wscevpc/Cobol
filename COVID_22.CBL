      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Vaccination rollout pace from the dated observations
      /            pandemic_vacc_load keeps on pandemic_vacchist.dat.
      *            For each country: doses per day over the last 7
      *            days, fully-vaccinated coverage (per 100 population,
      *            populacao.dat) and its change over the last 30 days,
      *            and the projected date the coverage target
      *            (rollout.par TARGET, default 70) is reached at the
      *            current fully-vaccinated pace; the same by
      *            regiao.dat region. Countries whose pace has stalled
      *            (no doses, or under STALLPCT % of the week before)
      *            or whose vac_imunizados went backwards are flagged;
      *            with TARGETDATE given, countries projected past it
      *            are BEHIND. Report on pandemic_rollout.lst.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_rollout.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "rollout.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_vacina_hist
           ASSIGN TO "pandemic_vacchist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS vh_chave
           FILE STATUS IS ws_vh_status.

           SELECT OPTIONAL arquivo_populacao
           ASSIGN TO "populacao.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS pop_country_code
           FILE STATUS IS ws_pop_status.

           SELECT OPTIONAL arquivo_regiao
           ASSIGN TO "regiao.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS reg_country_code
           FILE STATUS IS ws_reg_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_rollout.lst"
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
       FD  arquivo_vacina_hist.
       01  fd_vacina_hist_record.
           05 vh_chave.
               10 vh_country_code        pic X(002).
               10 vh_data.
                   15 vh_year            pic 9(004).
                   15 vh_month           pic 9(002).
                   15 vh_day             pic 9(002).
           05 vh_doses                   pic 9(011).
           05 vh_imunizados              pic 9(011).
           05 vh_numero_run              pic 9(006).
           05 vh_carga                   pic X(014).
      *
       FD  arquivo_populacao.
       01  fd_populacao_record.
           05 pop_country_code           pic X(002).
           05 pop_populacao              pic 9(011).
      *
       FD  arquivo_regiao.
       01  fd_regiao_record.
           05 reg_country_code           pic X(002).
           05 reg_regiao                 pic X(020).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  Header_relatorio.
           05 FILLER                 PIC X(045) value
              "COVID-19 VACCINATION ROLLOUT PACE - RUN DATE ".
           05 hr_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hr_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hr_day                 PIC 9(002).
      *
       01  Header_parametros.
           05 FILLER                 PIC X(017) value
              "COVERAGE TARGET: ".
           05 hpa_meta               PIC ZZ9,99.
           05 FILLER                 PIC X(023) value
              "% FULLY VACCINATED".
           05 FILLER                 PIC X(013) value "TARGET DATE: ".
           05 hpa_data_meta          PIC X(010).
           05 FILLER                 PIC X(005) value spaces.
           05 FILLER                 PIC X(026) value
              "STALLED: 7-DAY PACE UNDER ".
           05 hpa_pct_parado         PIC ZZ9.
           05 FILLER                 PIC X(020) value
              "% OF THE WEEK BEFORE".
      *
       01  Header_traco.
           05 FILLER                 PIC X(132) value all "=".
      *
       01  Titulo_paises.
           05 FILLER                 PIC X(040) value
              "ROLLOUT PACE BY COUNTRY".
      *
       01  Titulo_regioes.
           05 FILLER                 PIC X(060) value
              "ROLLOUT PACE BY REGION (COUNTRIES WITH POPULATION)".
      *
       01  Titulo_sinalizados.
           05 FILLER                 PIC X(040) value
              "FLAGGED COUNTRIES".
      *
       01  Header_colunas_1.
           05 FILLER                 PIC X(022) value spaces.
           05 FILLER                 PIC X(012) value "Latest".
           05 FILLER                 PIC X(017) value
              "          Total".
           05 FILLER                 PIC X(014) value
              "   Doses/Day".
           05 FILLER                 PIC X(008) value "Covered".
           05 FILLER                 PIC X(009) value " 30-Day".
           05 FILLER                 PIC X(014) value "Target".
           05 FILLER                 PIC X(011) value spaces.
           05 FILLER                 PIC X(025) value spaces.
      *
       01  Header_colunas_2.
           05 FILLER                 PIC X(022) value
              "Country / Region".
           05 FILLER                 PIC X(012) value "Observation".
           05 FILLER                 PIC X(017) value
              "          Doses".
           05 FILLER                 PIC X(014) value
              "  7-Day Avg".
           05 FILLER                 PIC X(008) value "   %".
           05 FILLER                 PIC X(009) value " Chg pts".
           05 FILLER                 PIC X(014) value "Reached On".
           05 FILLER                 PIC X(011) value "Status".
           05 FILLER                 PIC X(025) value "Flags".
      *
       01  Linha_ritmo.
           05 lp_rotulo              PIC X(020).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_data                PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_doses               PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lp_ritmo               PIC ----.---.--9.
           05 lp_ritmo_x REDEFINES lp_ritmo
                                     PIC X(012).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_cobertura           PIC ZZ9,99.
           05 lp_cobertura_x REDEFINES lp_cobertura
                                     PIC X(006).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_variacao            PIC ---9,99.
           05 lp_variacao_x REDEFINES lp_variacao
                                     PIC X(007).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_projecao            PIC X(012).
           05 FILLER                 PIC X(002) value spaces.
           05 lp_situacao            PIC X(010).
           05 FILLER                 PIC X(001) value spaces.
           05 lp_sinais              PIC X(025).
      *
       01  Linha_sinalizado.
           05 lsz_codigo             PIC X(002).
           05 FILLER                 PIC X(002) value spaces.
           05 lsz_texto              PIC X(100).
      *
       01  Linha_nada_sinalizado.
           05 FILLER                 PIC X(040) value
              "NO COUNTRY STALLED OR WENT BACKWARDS".
      *
       01  Linha_sem_historico.
           05 FILLER                 PIC X(050) value
              "NO VACCINATION OBSERVATIONS ON FILE".
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_vh_status                  PIC X(002) value "00".
           88 vh_ok                      value "00".
           88 vh_arquivo_inexistente     value "05" "35".
      *
       01  ws_pop_status                 PIC X(002) value "00".
           88 pop_ok                     value "00".
           88 pop_nao_encontrado         value "23".
           88 pop_arquivo_inexistente    value "05" "35".
      *
       01  ws_reg_status                 PIC X(002) value "00".
           88 reg_ok                     value "00".
           88 reg_nao_encontrado         value "23".
           88 reg_arquivo_inexistente    value "05" "35".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_vh_eof_sw                  PIC X(001) value "n".
           88 vh_eof_sw                  value "y".
           88 vh_not_eof_sw              value "n".
      *
       01  ws_usar_historico             PIC X(001) value "Y".
           88 usar_historico_sw          value "Y".
      *
       01  ws_usar_populacao             PIC X(001) value "Y".
           88 usar_populacao_sw          value "Y".
      *
       01  ws_usar_regiao                PIC X(001) value "Y".
           88 usar_regiao_sw             value "Y".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(079).
      *
       01  ws_parametros_rollout.
           05 ws_meta                    PIC 9(003)V99 value 70.
           05 ws_data_meta_x             PIC X(008) value spaces.
           05 ws_data_meta               PIC 9(008) value zero.
           05 ws_pct_parado              PIC 9(003) value 50.
      *
       01  ws_pais_corrente              PIC X(002) value spaces.
       01  ws_regiao_pais                PIC X(020) value spaces.
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
      *
       01  ws_janela.
           05 ws_total_obs               PIC 9(004) value zero.
           05 ws_obs OCCURS 40 TIMES.
               10 ob_data                PIC 9(008).
               10 ob_dia                 PIC 9(008).
               10 ob_doses               PIC 9(011).
               10 ob_imunizados          PIC 9(011).
      *
       01  ws_indices.
           05 ws_i                       PIC 9(004).
           05 ws_j                       PIC 9(004).
           05 ws_ia                      PIC 9(004).
           05 ws_i7                      PIC 9(004).
           05 ws_i14                     PIC 9(004).
           05 ws_i30                     PIC 9(004).
      *
       01  ws_observacao.
           05 ws_data_obs                PIC 9(008).
           05 ws_dia_obs                 PIC 9(008).
           05 ws_limite                  PIC S9(008).
      *
       01  ws_calculo.
           05 ws_tem_ritmo               PIC X(001).
              88 tem_ritmo_sw            value "Y".
           05 ws_tem_anterior            PIC X(001).
              88 tem_anterior_sw         value "Y".
           05 ws_tem_30                  PIC X(001).
              88 tem_30_sw               value "Y".
           05 ws_parado                  PIC X(001).
              88 parado_sw               value "Y".
           05 ws_retrocesso              PIC X(001).
              88 retrocesso_sw           value "Y".
           05 ws_dia_atual               PIC 9(008).
           05 ws_data_atual              PIC 9(008).
           05 ws_dias                    PIC 9(005).
           05 ws_populacao               PIC 9(012).
           05 ws_doses_atual             PIC 9(013).
           05 ws_imun_atual              PIC 9(012).
           05 ws_ritmo_doses             PIC S9(012)V9.
           05 ws_ritmo_anterior          PIC S9(012)V9.
           05 ws_ritmo_imun              PIC S9(012)V9.
           05 ws_var_imun                PIC S9(012).
           05 ws_cobertura               PIC 9(005)V99.
           05 ws_variacao                PIC S9(005)V99.
           05 ws_faltam                  PIC S9(013)V99.
           05 ws_dias_dec                PIC 9(007)V99.
           05 ws_dias_meta               PIC 9(007).
           05 ws_data_projetada          PIC 9(008).
           05 ws_queda                   PIC 9(011).
           05 ws_data_queda              PIC 9(008).
      *
       01  ws_formatacao.
           05 ws_data_fmt_n              PIC 9(008).
           05 ws_data_fmt_x REDEFINES ws_data_fmt_n
                                         PIC X(008).
           05 ws_data_fmt                PIC X(010).
           05 ws_numero_edit             PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 ws_ritmo_edit              PIC -ZZZ.ZZZ.ZZ9.
      *
       01  ws_tabela_regiao.
           05 ws_total_regioes           PIC 9(004) value zero.
           05 ws_reg_ent OCCURS 50 TIMES.
               10 rg_nome                PIC X(020).
               10 rg_paises              PIC 9(004).
               10 rg_com_ritmo           PIC 9(004).
               10 rg_com_30              PIC 9(004).
               10 rg_parados             PIC 9(004).
               10 rg_retrocessos         PIC 9(004).
               10 rg_ultimo_dia          PIC 9(008).
               10 rg_populacao           PIC 9(012).
               10 rg_doses               PIC 9(013).
               10 rg_imunizados          PIC 9(012).
               10 rg_ritmo_doses         PIC S9(012)V9.
               10 rg_ritmo_imun          PIC S9(012)V9.
               10 rg_var_imun            PIC S9(012).
      *
       01  ws_ar_idx                     PIC 9(004).
       01  ws_ar_achado                  PIC 9(004) value zero.
      *
       01  ws_tabela_sinalizados.
           05 ws_total_sinalizados       PIC 9(004) value zero.
           05 ws_sinalizado OCCURS 500 TIMES.
               10 sz_codigo              PIC X(002).
               10 sz_texto               PIC X(100).
      *
       01  ws_sz_idx                     PIC 9(004).
      *
       01  ws_contadores.
           05 ws_paises_lidos            PIC 9(006) value zero.
           05 ws_paises_atingiram        PIC 9(006) value zero.
           05 ws_paises_no_prazo         PIC 9(006) value zero.
           05 ws_paises_atrasados        PIC 9(006) value zero.
           05 ws_paises_parados          PIC 9(006) value zero.
           05 ws_paises_retrocesso       PIC 9(006) value zero.
           05 ws_paises_sem_historico    PIC 9(006) value zero.
           05 ws_paises_sem_populacao    PIC 9(006) value zero.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM avaliar_paises.

           PERFORM imprimir_regioes.

           PERFORM imprimir_sinalizados.

           PERFORM imprimir_sumario.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           PERFORM ler_parametros.

           OPEN INPUT arquivo_vacina_hist.
           IF vh_arquivo_inexistente
               DISPLAY "pandemic_vacchist.dat not found - run "
                   "pandemic_vacc_load at least once before the "
                   "rollout report."
               move "N" to ws_usar_historico
               move "y" to ws_vh_eof_sw
           END-IF.

           OPEN INPUT arquivo_populacao.
           IF pop_arquivo_inexistente
               move "N" to ws_usar_populacao
           END-IF.

           OPEN INPUT arquivo_regiao.
           IF reg_arquivo_inexistente
               move "N" to ws_usar_regiao
           END-IF.

           OPEN OUTPUT arquivo_relatorio.

           move dc_year  to hr_year.
           move dc_month to hr_month.
           move dc_day   to hr_day.
           WRITE fd_relatorio_record FROM Header_relatorio.

           move ws_meta to hpa_meta.
           IF ws_data_meta > zero
               move ws_data_meta to ws_data_fmt_n
               PERFORM formatar_data
               move ws_data_fmt to hpa_data_meta
           ELSE
               move "(NONE)" to hpa_data_meta
           END-IF.
           move ws_pct_parado to hpa_pct_parado.
           WRITE fd_relatorio_record FROM Header_parametros.
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

           IF ws_data_meta_x NUMERIC
               move ws_data_meta_x to ws_data_meta
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
                   WHEN "TARGET"
                       move FUNCTION NUMVAL(
                           FUNCTION TRIM(ws_parm_value))
                           to ws_meta
                   WHEN "TARGETDATE"
                       move FUNCTION TRIM(ws_parm_value)(1:8)
                           to ws_data_meta_x
                   WHEN "STALLPCT"
                       move FUNCTION NUMVAL(
                           FUNCTION TRIM(ws_parm_value))
                           to ws_pct_parado
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       avaliar_paises.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_paises.
           WRITE fd_relatorio_record FROM Header_colunas_1.
           WRITE fd_relatorio_record FROM Header_colunas_2.
           WRITE fd_relatorio_record FROM Header_traco.

           IF vh_not_eof_sw
               move low-values to vh_chave
               START arquivo_vacina_hist KEY >= vh_chave
                   INVALID KEY move "y" to ws_vh_eof_sw
               END-START
           END-IF.

           PERFORM processar_historico UNTIL vh_eof_sw.

           IF ws_pais_corrente NOT = spaces
               PERFORM avaliar_pais
           ELSE
               WRITE fd_relatorio_record FROM Linha_sem_historico
           END-IF.
      *
       processar_historico.
           READ arquivo_vacina_hist NEXT RECORD
               AT END move "y" to ws_vh_eof_sw
           END-READ.

           IF vh_not_eof_sw
               IF vh_country_code NOT = ws_pais_corrente
                   IF ws_pais_corrente NOT = spaces
                       PERFORM avaliar_pais
                   END-IF
                   move vh_country_code to ws_pais_corrente
                   move zero to ws_total_obs
               END-IF
               PERFORM guardar_observacao
           END-IF.
      *
       guardar_observacao.
      * Observations are not guaranteed daily (a missed or quarantined
      * delivery leaves a gap), so the window is kept by date, not by
      * count: everything in the last 30 days plus the newest one
      * older than that, which is the base for the 30-day change. An
      * entry is dropped only once a newer one is also 30 days old.
           move vh_data to ws_data_obs.
           compute ws_dia_obs = FUNCTION INTEGER-OF-DATE(ws_data_obs).

           IF ws_total_obs = 40
               PERFORM descartar_primeira
           END-IF.

           add 1 to ws_total_obs.
           move ws_data_obs   to ob_data(ws_total_obs).
           move ws_dia_obs    to ob_dia(ws_total_obs).
           move vh_doses      to ob_doses(ws_total_obs).
           move vh_imunizados to ob_imunizados(ws_total_obs).

           compute ws_limite = ws_dia_obs - 30.
           PERFORM descartar_primeira
               UNTIL ws_total_obs < 2
               OR ob_dia(2) > ws_limite.
      *
       descartar_primeira.
           PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i >= ws_total_obs
               compute ws_j = ws_i + 1
               move ws_obs(ws_j) to ws_obs(ws_i)
           END-PERFORM.
           subtract 1 from ws_total_obs.
      *
       avaliar_pais.
           add 1 to ws_paises_lidos.

           PERFORM buscar_populacao.
           PERFORM calcular_ritmos.
           PERFORM verificar_retrocesso.

           move ws_ritmo_doses to ws_ritmo_edit.
           PERFORM projetar_meta.

      * a stall is only a concern while the target is still ahead
           move "N" to ws_parado.
           IF tem_ritmo_sw AND lp_projecao NOT = "REACHED"
               IF ws_ritmo_doses NOT > zero
                   move "Y" to ws_parado
               ELSE
                   IF tem_anterior_sw AND ws_ritmo_anterior > zero
                   AND ws_ritmo_doses * 100
                       < ws_pct_parado * ws_ritmo_anterior
                       move "Y" to ws_parado
                   END-IF
               END-IF
           END-IF.

           PERFORM classificar_situacao.

           move ws_pais_corrente to lp_rotulo.
           move ws_data_atual to ws_data_fmt_n.
           PERFORM formatar_data.
           move ws_data_fmt to lp_data.
           move ws_doses_atual to lp_doses.
           PERFORM formatar_colunas.

           move spaces to lp_sinais.
           EVALUATE TRUE
               WHEN parado_sw AND retrocesso_sw
                   move "STALLED, BACKWARDS" to lp_sinais
               WHEN parado_sw
                   move "STALLED" to lp_sinais
               WHEN retrocesso_sw
                   move "BACKWARDS" to lp_sinais
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           WRITE fd_relatorio_record FROM Linha_ritmo.

           PERFORM contar_situacao.
           PERFORM registrar_sinalizado.
           PERFORM acumular_regiao.
      *
       buscar_populacao.
           move zero to ws_populacao.
           IF usar_populacao_sw
               move ws_pais_corrente to pop_country_code
               READ arquivo_populacao KEY IS pop_country_code
                   INVALID KEY set pop_nao_encontrado to true
               END-READ
               IF pop_ok
                   move pop_populacao to ws_populacao
               END-IF
           END-IF.
      *
       calcular_ritmos.
      * Pace is the change between the newest observation and the
      * newest one at least 7 days older, per day between them; with
      * under 7 days of history the oldest observation is the base.
      * The week before is measured the same way back from that base.
           move ws_total_obs to ws_ia.
           move ob_dia(ws_ia)        to ws_dia_atual.
           move ob_data(ws_ia)       to ws_data_atual.
           move ob_doses(ws_ia)      to ws_doses_atual.
           move ob_imunizados(ws_ia) to ws_imun_atual.

           move "N" to ws_tem_ritmo.
           move "N" to ws_tem_anterior.
           move "N" to ws_tem_30.
           move zero to ws_ritmo_doses.
           move zero to ws_ritmo_anterior.
           move zero to ws_ritmo_imun.
           move zero to ws_var_imun.
           move zero to ws_i7.
           move zero to ws_i14.
           move zero to ws_i30.

           compute ws_limite = ws_dia_atual - 7.
           PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i >= ws_ia
               IF ob_dia(ws_i) <= ws_limite
                   move ws_i to ws_i7
               END-IF
           END-PERFORM.
           IF ws_i7 = zero AND ws_ia > 1
               move 1 to ws_i7
           END-IF.

           compute ws_limite = ws_dia_atual - 30.
           PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i >= ws_ia
               IF ob_dia(ws_i) <= ws_limite
                   move ws_i to ws_i30
               END-IF
           END-PERFORM.

           IF ws_i7 > zero
               move "Y" to ws_tem_ritmo
               compute ws_dias = ws_dia_atual - ob_dia(ws_i7)
               compute ws_ritmo_doses rounded =
                   (ob_doses(ws_ia) - ob_doses(ws_i7)) / ws_dias
               compute ws_ritmo_imun rounded =
                   (ob_imunizados(ws_ia) - ob_imunizados(ws_i7))
                   / ws_dias

               compute ws_limite = ob_dia(ws_i7) - 7
               PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i >= ws_i7
                   IF ob_dia(ws_i) <= ws_limite
                       move ws_i to ws_i14
                   END-IF
               END-PERFORM
           END-IF.

           IF ws_i14 > zero
               move "Y" to ws_tem_anterior
               compute ws_dias = ob_dia(ws_i7) - ob_dia(ws_i14)
               compute ws_ritmo_anterior rounded =
                   (ob_doses(ws_i7) - ob_doses(ws_i14)) / ws_dias
           END-IF.

           IF ws_i30 > zero
               move "Y" to ws_tem_30
               compute ws_var_imun =
                   ob_imunizados(ws_ia) - ob_imunizados(ws_i30)
           END-IF.
      *
       verificar_retrocesso.
      * Any fall in the fully-vaccinated count inside the last 30 days;
      * the largest fall is the one reported.
           move "N" to ws_retrocesso.
           move zero to ws_queda.
           move zero to ws_data_queda.
           compute ws_limite = ws_dia_atual - 30.

           PERFORM VARYING ws_i FROM 2 BY 1 UNTIL ws_i > ws_ia
               compute ws_j = ws_i - 1
               IF ob_dia(ws_i) > ws_limite
               AND ob_imunizados(ws_i) < ob_imunizados(ws_j)
                   move "Y" to ws_retrocesso
                   IF ob_imunizados(ws_j) - ob_imunizados(ws_i)
                       > ws_queda
                       compute ws_queda =
                           ob_imunizados(ws_j) - ob_imunizados(ws_i)
                       move ob_data(ws_i) to ws_data_queda
                   END-IF
               END-IF
           END-PERFORM.
      *
       projetar_meta.
      * Shared by countries and regions: from ws_populacao,
      * ws_imun_atual, ws_ritmo_imun and ws_dia_atual, the coverage,
      * the 30-day change (ws_var_imun when ws_tem_30) and the date
      * the target is reached at the current fully-vaccinated pace.
           move zero to ws_cobertura.
           move zero to ws_variacao.
           move zero to ws_data_projetada.
           move spaces to lp_projecao.

           IF ws_populacao > zero
               compute ws_cobertura rounded =
                   ws_imun_atual * 100 / ws_populacao
               IF tem_30_sw
                   compute ws_variacao rounded =
                       ws_var_imun * 100 / ws_populacao
               END-IF

               compute ws_faltam =
                   ws_meta * ws_populacao / 100 - ws_imun_atual
               EVALUATE TRUE
                   WHEN ws_faltam NOT > zero
                       move "REACHED" to lp_projecao
                   WHEN NOT tem_ritmo_sw
                       CONTINUE
                   WHEN ws_ritmo_imun NOT > zero
                       move "NO PROGRESS" to lp_projecao
                   WHEN OTHER
                       PERFORM calcular_data_meta
               END-EVALUATE
           END-IF.
      *
       calcular_data_meta.
           compute ws_dias_dec = ws_faltam / ws_ritmo_imun
               ON SIZE ERROR move 9999999 to ws_dias_dec
           END-COMPUTE.
           move ws_dias_dec to ws_dias_meta.
           IF ws_dias_dec > ws_dias_meta
               add 1 to ws_dias_meta
           END-IF.

           IF ws_dias_meta > 3650
               move "OVER 10 YRS" to lp_projecao
           ELSE
               compute ws_data_projetada = FUNCTION DATE-OF-INTEGER(
                   ws_dia_atual + ws_dias_meta)
               move ws_data_projetada to ws_data_fmt_n
               PERFORM formatar_data
               move ws_data_fmt to lp_projecao
           END-IF.
      *
       classificar_situacao.
           EVALUATE TRUE
               WHEN ws_populacao = zero
                   move "NO POP" to lp_situacao
               WHEN lp_projecao = "REACHED"
                   move "REACHED" to lp_situacao
               WHEN NOT tem_ritmo_sw
                   move "NO HISTORY" to lp_situacao
               WHEN parado_sw
                   move "STALLED" to lp_situacao
               WHEN ws_data_projetada = zero
                   move "BEHIND" to lp_situacao
               WHEN ws_data_meta > zero
                   AND ws_data_projetada > ws_data_meta
                   move "BEHIND" to lp_situacao
               WHEN OTHER
                   move "ON TRACK" to lp_situacao
           END-EVALUATE.
      *
       formatar_colunas.
           IF tem_ritmo_sw
               move ws_ritmo_doses to lp_ritmo
           ELSE
               move spaces to lp_ritmo_x
           END-IF.

           IF ws_populacao > zero
               move ws_cobertura to lp_cobertura
           ELSE
               move spaces to lp_cobertura_x
           END-IF.

           IF ws_populacao > zero AND tem_30_sw
               move ws_variacao to lp_variacao
           ELSE
               move spaces to lp_variacao_x
           END-IF.
      *
       contar_situacao.
           EVALUATE lp_situacao
               WHEN "REACHED"
                   add 1 to ws_paises_atingiram
               WHEN "ON TRACK"
                   add 1 to ws_paises_no_prazo
               WHEN "BEHIND"
                   add 1 to ws_paises_atrasados
               WHEN "STALLED"
                   CONTINUE
               WHEN "NO HISTORY"
                   add 1 to ws_paises_sem_historico
               WHEN OTHER
                   add 1 to ws_paises_sem_populacao
           END-EVALUATE.

           IF parado_sw
               add 1 to ws_paises_parados
           END-IF.
           IF retrocesso_sw
               add 1 to ws_paises_retrocesso
           END-IF.
      *
       registrar_sinalizado.
      * Details for the flagged list printed after the regions.
           IF parado_sw AND ws_total_sinalizados < 500
               add 1 to ws_total_sinalizados
               move ws_pais_corrente to sz_codigo(ws_total_sinalizados)
               move spaces to sz_texto(ws_total_sinalizados)
               IF ws_ritmo_doses NOT > zero
                   move "STALLED - NO DOSES GIVEN OVER THE LAST 7 DAYS"
                       to sz_texto(ws_total_sinalizados)
               ELSE
                   move ws_ritmo_doses to ws_ritmo_edit
                   move ws_ritmo_anterior to ws_numero_edit
                   STRING
                       "STALLED - "              DELIMITED BY SIZE
                       FUNCTION TRIM(ws_ritmo_edit)
                                                 DELIMITED BY SIZE
                       " DOSES/DAY AGAINST "     DELIMITED BY SIZE
                       FUNCTION TRIM(ws_numero_edit)
                                                 DELIMITED BY SIZE
                       " THE WEEK BEFORE"        DELIMITED BY SIZE
                       INTO sz_texto(ws_total_sinalizados)
                   END-STRING
               END-IF
           END-IF.

           IF retrocesso_sw AND ws_total_sinalizados < 500
               add 1 to ws_total_sinalizados
               move ws_pais_corrente to sz_codigo(ws_total_sinalizados)
               move spaces to sz_texto(ws_total_sinalizados)
               move ws_queda to ws_numero_edit
               move ws_data_queda to ws_data_fmt_n
               PERFORM formatar_data
               STRING
                   "BACKWARDS - FULLY VACCINATED FELL BY "
                                                 DELIMITED BY SIZE
                   FUNCTION TRIM(ws_numero_edit) DELIMITED BY SIZE
                   " ON "                        DELIMITED BY SIZE
                   ws_data_fmt                   DELIMITED BY SIZE
                   INTO sz_texto(ws_total_sinalizados)
               END-STRING
           END-IF.
      *
       acumular_regiao.
      * Only countries with a population on file roll into their
      * region, so the region's coverage and its pace describe the
      * same people.
           IF ws_populacao > zero
               move ws_pais_corrente to reg_country_code
               PERFORM buscar_regiao_pais
               PERFORM buscar_entrada_regiao
               IF ws_ar_achado > zero
                   add 1 to rg_paises(ws_ar_achado)
                   add ws_populacao   to rg_populacao(ws_ar_achado)
                   add ws_doses_atual to rg_doses(ws_ar_achado)
                   add ws_imun_atual  to rg_imunizados(ws_ar_achado)
                   IF ws_dia_atual > rg_ultimo_dia(ws_ar_achado)
                       move ws_dia_atual to rg_ultimo_dia(ws_ar_achado)
                   END-IF
                   IF tem_ritmo_sw
                       add 1 to rg_com_ritmo(ws_ar_achado)
                       add ws_ritmo_doses
                           to rg_ritmo_doses(ws_ar_achado)
                       add ws_ritmo_imun
                           to rg_ritmo_imun(ws_ar_achado)
                   END-IF
                   IF tem_30_sw
                       add 1 to rg_com_30(ws_ar_achado)
                       add ws_var_imun to rg_var_imun(ws_ar_achado)
                   END-IF
                   IF parado_sw
                       add 1 to rg_parados(ws_ar_achado)
                   END-IF
                   IF retrocesso_sw
                       add 1 to rg_retrocessos(ws_ar_achado)
                   END-IF
               END-IF
           END-IF.
      *
       buscar_regiao_pais.
      * Unmapped countries land in UNASSIGNED, as on the main report.
           move "UNASSIGNED" to ws_regiao_pais.
           IF usar_regiao_sw
               READ arquivo_regiao KEY IS reg_country_code
                   INVALID KEY set reg_nao_encontrado to true
               END-READ
               IF reg_ok AND reg_regiao NOT = spaces
                   move reg_regiao to ws_regiao_pais
               END-IF
           END-IF.
      *
       buscar_entrada_regiao.
           move zero to ws_ar_achado.

           PERFORM VARYING ws_ar_idx FROM 1 BY 1
               UNTIL ws_ar_idx > ws_total_regioes
               IF rg_nome(ws_ar_idx) = ws_regiao_pais
                   move ws_ar_idx to ws_ar_achado
               END-IF
           END-PERFORM.

           IF ws_ar_achado = zero AND ws_total_regioes < 50
               add 1 to ws_total_regioes
               initialize ws_reg_ent(ws_total_regioes)
               move ws_regiao_pais to rg_nome(ws_total_regioes)
               move ws_total_regioes to ws_ar_achado
           END-IF.
      *
       imprimir_regioes.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_regioes.
           WRITE fd_relatorio_record FROM Header_colunas_1.
           WRITE fd_relatorio_record FROM Header_colunas_2.
           WRITE fd_relatorio_record FROM Header_traco.

           IF ws_total_regioes = zero
               WRITE fd_relatorio_record FROM Linha_sem_historico
           ELSE
               PERFORM imprimir_regiao
                   VARYING ws_ar_idx FROM 1 BY 1
                   UNTIL ws_ar_idx > ws_total_regioes
           END-IF.
      *
       imprimir_regiao.
      * A region's pace is the sum of its countries' paces, its 30-day
      * change covers the countries with 30 days of history, and it
      * counts as stalled when its countries together gave no doses.
           move rg_populacao(ws_ar_idx)   to ws_populacao.
           move rg_imunizados(ws_ar_idx)  to ws_imun_atual.
           move rg_ritmo_doses(ws_ar_idx) to ws_ritmo_doses.
           move rg_ritmo_imun(ws_ar_idx)  to ws_ritmo_imun.
           move rg_var_imun(ws_ar_idx)    to ws_var_imun.
           move rg_ultimo_dia(ws_ar_idx)  to ws_dia_atual.

           move "N" to ws_tem_ritmo.
           IF rg_com_ritmo(ws_ar_idx) > zero
               move "Y" to ws_tem_ritmo
           END-IF.
           move "N" to ws_tem_30.
           IF rg_com_30(ws_ar_idx) > zero
               move "Y" to ws_tem_30
           END-IF.

           PERFORM projetar_meta.

           move "N" to ws_parado.
           IF tem_ritmo_sw AND lp_projecao NOT = "REACHED"
           AND ws_ritmo_doses NOT > zero
               move "Y" to ws_parado
           END-IF.

           PERFORM classificar_situacao.

           move rg_nome(ws_ar_idx) to lp_rotulo.
           compute ws_data_fmt_n =
               FUNCTION DATE-OF-INTEGER(ws_dia_atual).
           PERFORM formatar_data.
           move ws_data_fmt to lp_data.
           move rg_doses(ws_ar_idx) to lp_doses.
           PERFORM formatar_colunas.

           move spaces to lp_sinais.
           IF rg_parados(ws_ar_idx) > zero
           OR rg_retrocessos(ws_ar_idx) > zero
               move rg_parados(ws_ar_idx) to ws_numero_edit
               move rg_retrocessos(ws_ar_idx) to ws_ritmo_edit
               STRING
                   FUNCTION TRIM(ws_numero_edit) DELIMITED BY SIZE
                   " STALLED, "                  DELIMITED BY SIZE
                   FUNCTION TRIM(ws_ritmo_edit)  DELIMITED BY SIZE
                   " BACKWARDS"                  DELIMITED BY SIZE
                   INTO lp_sinais
               END-STRING
           END-IF.

           WRITE fd_relatorio_record FROM Linha_ritmo.
      *
       imprimir_sinalizados.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_sinalizados.
           WRITE fd_relatorio_record FROM Header_traco.

           IF ws_total_sinalizados = zero
               WRITE fd_relatorio_record FROM Linha_nada_sinalizado
           ELSE
               PERFORM VARYING ws_sz_idx FROM 1 BY 1
                   UNTIL ws_sz_idx > ws_total_sinalizados
                   move sz_codigo(ws_sz_idx) to lsz_codigo
                   move sz_texto(ws_sz_idx)  to lsz_texto
                   WRITE fd_relatorio_record FROM Linha_sinalizado
               END-PERFORM
           END-IF.
      *
       formatar_data.
           move spaces to ws_data_fmt.
           STRING
               ws_data_fmt_x(7:2) "/" ws_data_fmt_x(5:2) "/"
               ws_data_fmt_x(1:4)                DELIMITED BY SIZE
               INTO ws_data_fmt
           END-STRING.
      *
       imprimir_sumario.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Header_traco.

           move "COUNTRIES WITH OBSERVATIONS:" to ls_rotulo.
           move ws_paises_lidos to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "TARGET REACHED:" to ls_rotulo.
           move ws_paises_atingiram to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ON TRACK:" to ls_rotulo.
           move ws_paises_no_prazo to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "BEHIND:" to ls_rotulo.
           move ws_paises_atrasados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "STALLED:" to ls_rotulo.
           move ws_paises_parados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "FULLY VACCINATED WENT BACKWARDS:" to ls_rotulo.
           move ws_paises_retrocesso to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ONLY ONE OBSERVATION ON FILE:" to ls_rotulo.
           move ws_paises_sem_historico to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "NO POPULATION ON FILE:" to ls_rotulo.
           move ws_paises_sem_populacao to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           DISPLAY "ROLLOUT: " ws_paises_lidos " countries, "
               ws_paises_no_prazo " on track, "
               ws_paises_atrasados " behind, "
               ws_paises_parados " stalled, "
               ws_paises_retrocesso " went backwards.".
      *
       finalizar.
           IF usar_historico_sw
               CLOSE arquivo_vacina_hist
           END-IF.
           IF usar_populacao_sw
               CLOSE arquivo_populacao
           END-IF.
           IF usar_regiao_sw
               CLOSE arquivo_regiao
           END-IF.
           CLOSE arquivo_relatorio.
      *
       END PROGRAM pandemic_rollout.
