      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Short-term case projection from the time-series
      /            history (pandemic_tshist.dat). For each country the
      *            7-day average of new cases is compared with the
      *            average of the week before to give a daily growth
      *            rate, the doubling (or halving) time of the daily
      *            count, and the projected cumulative cases 7 and 14
      *            days past the newest observation. Every projection
      *            is kept on pandemic_proj.dat, keyed by country and
      *            base date; each run then scores the projections
      *            whose target date has since been observed against
      *            the actual serie_total_cases, and prints the error
      *            percentage by country and by regiao.dat region on
      *            pandemic_proj.lst.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_projection.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL arquivo_serie
           ASSIGN TO "pandemic_tshist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS serie_chave
           FILE STATUS IS ws_serie_status.

           SELECT OPTIONAL arquivo_projecao
           ASSIGN TO "pandemic_proj.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS prj_chave
           FILE STATUS IS ws_prj_status.

           SELECT OPTIONAL arquivo_regiao
           ASSIGN TO "regiao.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS reg_country_code
           FILE STATUS IS ws_reg_status.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "pandemic_proj.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  arquivo_serie.
       01  fd_serie_record.
           05 serie_chave.
               10 serie_country_code     pic X(002).
               10 serie_data.
                   15 serie_year         pic 9(004).
                   15 serie_month        pic 9(002).
                   15 serie_day          pic 9(002).
           05 serie_new_cases            pic 9(009).
           05 serie_total_cases          pic 9(009).
           05 serie_fatalidades          pic 9(009).
           05 serie_total_fatalidades    pic 9(009).
           05 serie_recuperados          pic 9(009).
           05 serie_total_recuperados    pic 9(009).
           05 serie_numero_run           pic 9(006).
           05 serie_arquivo              pic X(060).
           05 serie_carga                pic X(014).
      *
       FD  arquivo_projecao.
       01  fd_projecao_record.
           05 prj_chave.
               10 prj_country_code       pic X(002).
               10 prj_data_base          pic 9(008).
           05 prj_data_execucao          pic 9(008).
           05 prj_total_base             pic 9(009).
           05 prj_media_atual            pic 9(009)V99.
           05 prj_taxa_diaria            pic S9(003)V9(006).
           05 prj_tipo                   pic X(001).
               88 prj_dobrando           value "D".
               88 prj_reduzindo          value "H".
               88 prj_estavel            value "F".
           05 prj_dias                   pic 9(005)V9.
           05 prj_horizonte_7.
               10 prj_data_alvo_7        pic 9(008).
               10 prj_projecao_7         pic 9(012).
               10 prj_real_7             pic 9(009).
               10 prj_erro_7             pic S9(005)V99.
               10 prj_situacao_7         pic X(001).
                   88 prj_pendente_7     value "P".
                   88 prj_avaliada_7     value "A".
           05 prj_horizonte_14.
               10 prj_data_alvo_14       pic 9(008).
               10 prj_projecao_14        pic 9(012).
               10 prj_real_14            pic 9(009).
               10 prj_erro_14            pic S9(005)V99.
               10 prj_situacao_14        pic X(001).
                   88 prj_pendente_14    value "P".
                   88 prj_avaliada_14    value "A".
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
           05 FILLER                 PIC X(047) value
              "COVID-19 SHORT-TERM CASE PROJECTION - RUN DATE ".
           05 hr_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hr_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hr_day                 PIC 9(002).
      *
       01  Header_traco.
           05 FILLER                 PIC X(120) value all "=".
      *
       01  Titulo_projecoes.
           05 FILLER                 PIC X(050) value
              "PROJECTIONS FROM THE NEWEST OBSERVATION ON FILE".
      *
       01  Header_projecoes_1.
           05 FILLER                 PIC X(016) value spaces.
           05 FILLER                 PIC X(014) value "       Total".
           05 FILLER                 PIC X(017) value "  7-Day Avg".
           05 FILLER                 PIC X(010) value "   Daily".
           05 FILLER                 PIC X(023) value
              "Doubling / Halving".
           05 FILLER                 PIC X(014) value "   Projected".
           05 FILLER                 PIC X(014) value "   Projected".
      *
       01  Header_projecoes_2.
           05 FILLER                 PIC X(004) value "Code".
           05 FILLER                 PIC X(012) value "Base Date".
           05 FILLER                 PIC X(014) value "       Cases".
           05 FILLER                 PIC X(017) value "  New Cases".
           05 FILLER                 PIC X(010) value "  Growth".
           05 FILLER                 PIC X(023) value "Time".
           05 FILLER                 PIC X(014) value "  in 7 Days".
           05 FILLER                 PIC X(014) value " in 14 Days".
      *
       01  Linha_projecao.
           05 lpj_country_code       PIC X(002).
           05 FILLER                 PIC X(002) value spaces.
           05 lpj_day                PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lpj_month              PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lpj_year               PIC 9(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lpj_total              PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lpj_media              PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                 PIC X(001) value spaces.
           05 lpj_taxa               PIC -ZZ9,99.
           05 lpj_taxa_x REDEFINES lpj_taxa
                                     PIC X(007).
           05 FILLER                 PIC X(003) value "%  ".
           05 lpj_tempo              PIC X(023).
           05 lpj_projecao_7         PIC ZZZZ.ZZZ.ZZ9.
           05 lpj_projecao_7_x REDEFINES lpj_projecao_7
                                     PIC X(012).
           05 FILLER                 PIC X(002) value spaces.
           05 lpj_projecao_14        PIC ZZZZ.ZZZ.ZZ9.
           05 lpj_projecao_14_x REDEFINES lpj_projecao_14
                                     PIC X(012).
      *
       01  Linha_tempo.
           05 lte_rotulo             PIC X(009).
           05 lte_dias               PIC ZZZZ9,9.
           05 FILLER                 PIC X(005) value " DAYS".
      *
       01  Titulo_maturadas.
           05 FILLER                 PIC X(050) value
              "PROJECTIONS MATURED SINCE THE LAST RUN".
      *
       01  Header_maturadas.
           05 FILLER                 PIC X(004) value "Code".
           05 FILLER                 PIC X(012) value "Base Date".
           05 FILLER                 PIC X(008) value "Horizon".
           05 FILLER                 PIC X(012) value "Target Date".
           05 FILLER                 PIC X(014) value "   Projected".
           05 FILLER                 PIC X(014) value "      Actual".
           05 FILLER                 PIC X(010) value "  Error %".
      *
       01  Linha_maturada.
           05 lmt_country_code       PIC X(002).
           05 FILLER                 PIC X(002) value spaces.
           05 lmt_base_day           PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lmt_base_month         PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lmt_base_year          PIC 9(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lmt_horizonte          PIC Z9.
           05 FILLER                 PIC X(006) value " DAYS ".
           05 lmt_alvo_day           PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lmt_alvo_month         PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 lmt_alvo_year          PIC 9(004).
           05 FILLER                 PIC X(002) value spaces.
           05 lmt_projecao           PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lmt_real               PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lmt_erro               PIC -ZZZZ9,99.
      *
       01  Linha_nada_maturado.
           05 FILLER                 PIC X(040) value
              "NO PROJECTION MATURED SINCE THE LAST RUN".
      *
       01  Titulo_precisao_pais.
           05 FILLER                 PIC X(060) value
              "PROJECTION ACCURACY BY COUNTRY - ALL SCORED PROJECTIONS".
      *
       01  Titulo_precisao_regiao.
           05 FILLER                 PIC X(060) value
              "PROJECTION ACCURACY BY REGION - ALL SCORED PROJECTIONS".
      *
       01  Header_precisao_1.
           05 FILLER                 PIC X(024) value spaces.
           05 FILLER                 PIC X(033) value
              "---------- 7 DAYS ----------".
           05 FILLER                 PIC X(033) value
              "---------- 14 DAYS ---------".
      *
       01  Header_precisao_2.
           05 FILLER                 PIC X(024) value
              "Country / Region".
           05 FILLER                 PIC X(008) value "  Count".
           05 FILLER                 PIC X(012) value "  Mean Abs%".
           05 FILLER                 PIC X(013) value "      Bias%".
           05 FILLER                 PIC X(008) value "  Count".
           05 FILLER                 PIC X(012) value "  Mean Abs%".
           05 FILLER                 PIC X(013) value "      Bias%".
      *
       01  Linha_precisao.
           05 lpr_rotulo             PIC X(022).
           05 FILLER                 PIC X(002) value spaces.
           05 lpr_n_7                PIC ZZZ.ZZ9.
           05 FILLER                 PIC X(003) value spaces.
           05 lpr_abs_7              PIC ZZZZ9,99.
           05 lpr_abs_7_x REDEFINES lpr_abs_7
                                     PIC X(008).
           05 FILLER                 PIC X(003) value spaces.
           05 lpr_vies_7             PIC -ZZZZ9,99.
           05 lpr_vies_7_x REDEFINES lpr_vies_7
                                     PIC X(009).
           05 FILLER                 PIC X(002) value spaces.
           05 lpr_n_14               PIC ZZZ.ZZ9.
           05 FILLER                 PIC X(003) value spaces.
           05 lpr_abs_14             PIC ZZZZ9,99.
           05 lpr_abs_14_x REDEFINES lpr_abs_14
                                     PIC X(008).
           05 FILLER                 PIC X(003) value spaces.
           05 lpr_vies_14            PIC -ZZZZ9,99.
           05 lpr_vies_14_x REDEFINES lpr_vies_14
                                     PIC X(009).
      *
       01  Linha_nada_avaliado.
           05 FILLER                 PIC X(040) value
              "NO MATURED PROJECTIONS ON FILE YET".
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *
       01  Linha_branca              PIC X(001) value spaces.
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_nao_encontrado       value "23".
           88 serie_arquivo_inexistente  value "05" "35".
      *
       01  ws_prj_status                 PIC X(002) value "00".
           88 prj_ok                     value "00".
           88 prj_nao_encontrado         value "23".
           88 prj_arquivo_inexistente    value "35".
      *
       01  ws_reg_status                 PIC X(002) value "00".
           88 reg_ok                     value "00".
           88 reg_nao_encontrado         value "23".
           88 reg_arquivo_inexistente    value "05" "35".
      *
       01  ws_serie_eof_sw               PIC X(001) value "n".
           88 serie_eof_sw               value "y".
           88 serie_not_eof_sw           value "n".
      *
       01  ws_prj_eof_sw                 PIC X(001) value "n".
           88 prj_eof_sw                 value "y".
           88 prj_not_eof_sw             value "n".
      *
       01  ws_usar_regiao                PIC X(001) value "Y".
           88 usar_regiao_sw             value "Y".
      *
       01  ws_usar_serie                 PIC X(001) value "Y".
           88 usar_serie_sw              value "Y".
      *
       01  ws_regrava                    PIC X(001) value "N".
           88 regrava_sw                 value "Y".
      *
       01  ws_pais_corrente              PIC X(002) value spaces.
       01  ws_regiao_pais                PIC X(020) value spaces.
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
       01  ws_data_corrente_n REDEFINES ws_data_corrente
                                         PIC 9(008).
      *
       01  ws_janela.
           05 ws_total_obs               PIC 9(004) value zero.
           05 ws_obs OCCURS 14 TIMES.
               10 ob_data                PIC 9(008).
               10 ob_new_cases           PIC 9(009).
               10 ob_total_cases         PIC 9(009).
      *
       01  ws_indices.
           05 ws_i                       PIC 9(004).
           05 ws_j                       PIC 9(004).
      *
       01  ws_projecao.
           05 ws_soma_atual              PIC 9(012).
           05 ws_soma_anterior           PIC 9(012).
           05 ws_media_atual             PIC 9(009)V99.
           05 ws_media_anterior          PIC 9(009)V99.
           05 ws_taxa                    PIC S9(003)V9(008).
           05 ws_fator                   PIC 9(005)V9(008).
           05 ws_diario                  PIC 9(013)V9(004).
           05 ws_acumulado               PIC 9(013)V9(004).
           05 ws_dias_tempo              PIC 9(005)V9.
           05 ws_taxa_pct                PIC S9(003)V99.
           05 ws_tipo                    PIC X(001).
           05 ws_projecao_7              PIC 9(012).
           05 ws_projecao_14             PIC 9(012).
           05 ws_k                       PIC 9(004).
           05 ws_dia_int                 PIC 9(008).
      *
       01  ws_avaliacao.
           05 ws_av_horizonte            PIC 9(002).
           05 ws_av_projecao             PIC 9(012).
           05 ws_av_real                 PIC 9(009).
           05 ws_av_erro                 PIC S9(005)V99.
      *
       01  ws_precisao_pais.
           05 ap_n_7                     PIC 9(006).
           05 ap_abs_7                   PIC 9(011)V99.
           05 ap_vies_7                  PIC S9(011)V99.
           05 ap_n_14                    PIC 9(006).
           05 ap_abs_14                  PIC 9(011)V99.
           05 ap_vies_14                 PIC S9(011)V99.
      *
       01  ws_tabela_precisao_regiao.
           05 ws_total_regioes           PIC 9(004) value zero.
           05 ws_reg_ent OCCURS 50 TIMES.
               10 ar_nome                PIC X(020).
               10 ar_n_7                 PIC 9(006).
               10 ar_abs_7               PIC 9(011)V99.
               10 ar_vies_7              PIC S9(011)V99.
               10 ar_n_14                PIC 9(006).
               10 ar_abs_14              PIC 9(011)V99.
               10 ar_vies_14             PIC S9(011)V99.
      *
       01  ws_ar_idx                     PIC 9(004).
       01  ws_ar_achado                  PIC 9(004) value zero.
      *
       01  ws_media_precisao             PIC S9(005)V99.
      *
       01  ws_contadores.
           05 ws_paises_lidos            PIC 9(006) value zero.
           05 ws_paises_projetados       PIC 9(006) value zero.
           05 ws_paises_sem_dados        PIC 9(006) value zero.
           05 ws_projecoes_avaliadas     PIC 9(006) value zero.
           05 ws_projecoes_pendentes     PIC 9(006) value zero.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           PERFORM projetar_paises.

           PERFORM avaliar_projecoes.

           PERFORM imprimir_precisao.

           PERFORM imprimir_sumario.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           OPEN INPUT arquivo_serie.
           IF serie_arquivo_inexistente
               DISPLAY "pandemic_tshist.dat not found - run "
                   "pandemic_rpt at least once before the projection "
                   "report."
               move "N" to ws_usar_serie
               move "y" to ws_serie_eof_sw
           END-IF.

           OPEN I-O arquivo_projecao.
           IF prj_arquivo_inexistente
               OPEN OUTPUT arquivo_projecao
               CLOSE arquivo_projecao
               OPEN I-O arquivo_projecao
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
           WRITE fd_relatorio_record FROM Header_traco.
      *
       projetar_paises.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_projecoes.
           WRITE fd_relatorio_record FROM Header_projecoes_1.
           WRITE fd_relatorio_record FROM Header_projecoes_2.
           WRITE fd_relatorio_record FROM Header_traco.

           IF serie_not_eof_sw
               move low-values to serie_chave
               START arquivo_serie KEY >= serie_chave
                   INVALID KEY move "y" to ws_serie_eof_sw
               END-START
           END-IF.

           PERFORM processar_serie UNTIL serie_eof_sw.

           IF ws_pais_corrente NOT = spaces
               PERFORM projetar_pais
           END-IF.
      *
       processar_serie.
           READ arquivo_serie NEXT RECORD
               AT END move "y" to ws_serie_eof_sw
           END-READ.

           IF serie_not_eof_sw
               IF serie_country_code NOT = ws_pais_corrente
                   IF ws_pais_corrente NOT = spaces
                       PERFORM projetar_pais
                   END-IF
                   move serie_country_code to ws_pais_corrente
                   move zero to ws_total_obs
               END-IF
               PERFORM guardar_observacao
           END-IF.
      *
       guardar_observacao.
      * Same sliding window as pandemic_trend, 14 deep: the last 7
      * observations give the current weekly average and the 7
      * before them the prior week's.
           IF ws_total_obs < 14
               add 1 to ws_total_obs
           ELSE
               PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i > 13
                   compute ws_j = ws_i + 1
                   move ws_obs(ws_j) to ws_obs(ws_i)
               END-PERFORM
           END-IF.

           move serie_data        to ob_data(ws_total_obs).
           move serie_new_cases   to ob_new_cases(ws_total_obs).
           move serie_total_cases to ob_total_cases(ws_total_obs).
      *
       projetar_pais.
           add 1 to ws_paises_lidos.

           move ws_pais_corrente to lpj_country_code.
           move ob_data(ws_total_obs)(7:2) to lpj_day.
           move ob_data(ws_total_obs)(5:2) to lpj_month.
           move ob_data(ws_total_obs)(1:4) to lpj_year.
           move ob_total_cases(ws_total_obs) to lpj_total.

           IF ws_total_obs < 14
               add 1 to ws_paises_sem_dados
               move zero to lpj_media
               move spaces to lpj_taxa_x
               move "INSUFFICIENT DATA" to lpj_tempo
               move spaces to lpj_projecao_7_x
               move spaces to lpj_projecao_14_x
               WRITE fd_relatorio_record FROM Linha_projecao
           ELSE
               PERFORM calcular_taxa
               PERFORM calcular_projecao
               PERFORM gravar_projecao
               add 1 to ws_paises_projetados
               WRITE fd_relatorio_record FROM Linha_projecao
           END-IF.
      *
       calcular_taxa.
      * Daily growth rate of the new-case count, from the ratio of
      * this week's average to last week's:
      *     rate = ln(current / prior) / 7
      * The doubling (halving) time is ln 2 over the rate. A country
      * with no cases in either week is projected flat.
           move zero to ws_soma_atual.
           move zero to ws_soma_anterior.
           PERFORM VARYING ws_i FROM 1 BY 1 UNTIL ws_i > 7
               add ob_new_cases(ws_i) to ws_soma_anterior
               compute ws_j = ws_i + 7
               add ob_new_cases(ws_j) to ws_soma_atual
           END-PERFORM.

           compute ws_media_atual rounded = ws_soma_atual / 7.
           compute ws_media_anterior rounded = ws_soma_anterior / 7.

           move zero to ws_taxa.
           move zero to ws_dias_tempo.
           IF ws_soma_atual > zero AND ws_soma_anterior > zero
               compute ws_taxa rounded =
                   FUNCTION LOG(ws_soma_atual / ws_soma_anterior) / 7
           END-IF.

           EVALUATE TRUE
               WHEN ws_taxa > zero
                   move "D" to ws_tipo
                   compute ws_dias_tempo rounded =
                       FUNCTION LOG(2) / ws_taxa
                       ON SIZE ERROR move 99999,9 to ws_dias_tempo
                   END-COMPUTE
                   move "DOUBLING" to lte_rotulo
                   move ws_dias_tempo to lte_dias
                   move Linha_tempo to lpj_tempo
               WHEN ws_taxa < zero
                   move "H" to ws_tipo
                   compute ws_dias_tempo rounded =
                       FUNCTION LOG(2) / (zero - ws_taxa)
                       ON SIZE ERROR move 99999,9 to ws_dias_tempo
                   END-COMPUTE
                   move "HALVING" to lte_rotulo
                   move ws_dias_tempo to lte_dias
                   move Linha_tempo to lpj_tempo
               WHEN ws_soma_atual > zero AND ws_soma_anterior = zero
                   move "F" to ws_tipo
                   move "NO CASES PRIOR WEEK" to lpj_tempo
               WHEN OTHER
                   move "F" to ws_tipo
                   move "FLAT" to lpj_tempo
           END-EVALUATE.

           compute ws_taxa_pct rounded = ws_taxa * 100
               ON SIZE ERROR move 999,99 to ws_taxa_pct
           END-COMPUTE.
           move ws_taxa_pct to lpj_taxa.
           move ws_media_atual to lpj_media.
      *
       calcular_projecao.
      * Each future day's new cases are the current 7-day average
      * grown (or shrunk) by the daily factor e**rate; the projected
      * cumulative count is the newest total plus their running sum.
           compute ws_fator rounded = FUNCTION EXP(ws_taxa)
               ON SIZE ERROR move 99999 to ws_fator
           END-COMPUTE.
           move ws_media_atual to ws_diario.
           move ob_total_cases(ws_total_obs) to ws_acumulado.

           PERFORM VARYING ws_k FROM 1 BY 1 UNTIL ws_k > 14
               compute ws_diario rounded = ws_diario * ws_fator
                   ON SIZE ERROR move 999999999999 to ws_diario
               END-COMPUTE
               compute ws_acumulado rounded = ws_acumulado + ws_diario
                   ON SIZE ERROR move 999999999999 to ws_acumulado
               END-COMPUTE
               IF ws_k = 7
                   compute ws_projecao_7 rounded = ws_acumulado
                       ON SIZE ERROR move 999999999999
                           to ws_projecao_7
                   END-COMPUTE
               END-IF
           END-PERFORM.

           compute ws_projecao_14 rounded = ws_acumulado
               ON SIZE ERROR move 999999999999 to ws_projecao_14
           END-COMPUTE.

           move ws_projecao_7  to lpj_projecao_7.
           move ws_projecao_14 to lpj_projecao_14.
      *
       gravar_projecao.
      * A rerun against the same newest observation replaces that
      * day's projection rather than adding a second one.
           move ws_pais_corrente       to prj_country_code.
           move ob_data(ws_total_obs)  to prj_data_base.
           READ arquivo_projecao KEY IS prj_chave
               INVALID KEY set prj_nao_encontrado to true
           END-READ.

           move ws_pais_corrente       to prj_country_code.
           move ob_data(ws_total_obs)  to prj_data_base.
           move ws_data_corrente_n     to prj_data_execucao.
           move ob_total_cases(ws_total_obs) to prj_total_base.
           move ws_media_atual         to prj_media_atual.
           move ws_taxa                to prj_taxa_diaria.
           move ws_tipo                to prj_tipo.
           move ws_dias_tempo          to prj_dias.

           compute ws_dia_int =
               FUNCTION INTEGER-OF-DATE(prj_data_base) + 7.
           move FUNCTION DATE-OF-INTEGER(ws_dia_int)
               to prj_data_alvo_7.
           compute ws_dia_int =
               FUNCTION INTEGER-OF-DATE(prj_data_base) + 14.
           move FUNCTION DATE-OF-INTEGER(ws_dia_int)
               to prj_data_alvo_14.

           move ws_projecao_7  to prj_projecao_7.
           move zero to prj_real_7.
           move zero to prj_erro_7.
           move "P"  to prj_situacao_7.
           move ws_projecao_14 to prj_projecao_14.
           move zero to prj_real_14.
           move zero to prj_erro_14.
           move "P"  to prj_situacao_14.

           IF prj_ok
               REWRITE fd_projecao_record
           ELSE
               WRITE fd_projecao_record
           END-IF.
      *
       avaliar_projecoes.
      * Back-test: every pending projection whose target date is now
      * on the series is scored against the actual total.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_maturadas.
           WRITE fd_relatorio_record FROM Header_maturadas.
           WRITE fd_relatorio_record FROM Header_traco.

           move "n" to ws_prj_eof_sw.
           move low-values to prj_chave.
           START arquivo_projecao KEY >= prj_chave
               INVALID KEY move "y" to ws_prj_eof_sw
           END-START.

           PERFORM avaliar_uma_projecao UNTIL prj_eof_sw.

           IF ws_projecoes_avaliadas = zero
               WRITE fd_relatorio_record FROM Linha_nada_maturado
           END-IF.
      *
       avaliar_uma_projecao.
           READ arquivo_projecao NEXT RECORD
               AT END move "y" to ws_prj_eof_sw
           END-READ.

           IF prj_not_eof_sw
               move "N" to ws_regrava

               IF prj_pendente_7
               AND prj_data_alvo_7 <= ws_data_corrente_n
                   move 7                to ws_av_horizonte
                   move prj_data_alvo_7  to serie_data
                   move prj_projecao_7   to ws_av_projecao
                   PERFORM buscar_real
                   IF serie_ok
                       move ws_av_real to prj_real_7
                       move ws_av_erro to prj_erro_7
                       move "A" to prj_situacao_7
                       move "Y" to ws_regrava
                   END-IF
               END-IF

               IF prj_pendente_14
               AND prj_data_alvo_14 <= ws_data_corrente_n
                   move 14               to ws_av_horizonte
                   move prj_data_alvo_14 to serie_data
                   move prj_projecao_14  to ws_av_projecao
                   PERFORM buscar_real
                   IF serie_ok
                       move ws_av_real to prj_real_14
                       move ws_av_erro to prj_erro_14
                       move "A" to prj_situacao_14
                       move "Y" to ws_regrava
                   END-IF
               END-IF

               IF regrava_sw
                   REWRITE fd_projecao_record
               END-IF
           END-IF.
      *
       buscar_real.
      * A target date missing from the series (a gap not yet
      * backfilled) leaves the projection pending for a later run.
           IF NOT usar_serie_sw
               set serie_nao_encontrado to true
           ELSE
               move prj_country_code to serie_country_code
               READ arquivo_serie KEY IS serie_chave
                   INVALID KEY set serie_nao_encontrado to true
               END-READ
           END-IF.

           IF serie_ok
               move serie_total_cases to ws_av_real
               PERFORM calcular_erro
               PERFORM imprimir_maturada
           END-IF.
      *
       calcular_erro.
      * Error is signed: positive when the projection overshot.
           EVALUATE TRUE
               WHEN ws_av_real > zero
                   compute ws_av_erro rounded =
                       (ws_av_projecao - ws_av_real) * 100 / ws_av_real
                       ON SIZE ERROR move 99999,99 to ws_av_erro
                   END-COMPUTE
               WHEN ws_av_projecao = zero
                   move zero to ws_av_erro
               WHEN OTHER
                   move 99999,99 to ws_av_erro
           END-EVALUATE.
      *
       imprimir_maturada.
           add 1 to ws_projecoes_avaliadas.
           move prj_country_code      to lmt_country_code.
           move prj_data_base(7:2)    to lmt_base_day.
           move prj_data_base(5:2)    to lmt_base_month.
           move prj_data_base(1:4)    to lmt_base_year.
           move ws_av_horizonte       to lmt_horizonte.
           move serie_day             to lmt_alvo_day.
           move serie_month           to lmt_alvo_month.
           move serie_year            to lmt_alvo_year.
           move ws_av_projecao        to lmt_projecao.
           move ws_av_real            to lmt_real.
           move ws_av_erro            to lmt_erro.
           WRITE fd_relatorio_record FROM Linha_maturada.
      *
       imprimir_precisao.
      * Accuracy over every scored projection on file, by country and
      * then by region.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_precisao_pais.
           WRITE fd_relatorio_record FROM Header_precisao_1.
           WRITE fd_relatorio_record FROM Header_precisao_2.
           WRITE fd_relatorio_record FROM Header_traco.

           move spaces to ws_pais_corrente.
           initialize ws_precisao_pais.

           move "n" to ws_prj_eof_sw.
           move low-values to prj_chave.
           START arquivo_projecao KEY >= prj_chave
               INVALID KEY move "y" to ws_prj_eof_sw
           END-START.

           PERFORM acumular_precisao UNTIL prj_eof_sw.

           IF ws_pais_corrente NOT = spaces
               PERFORM fechar_precisao_pais
           END-IF.

           IF ws_total_regioes = zero
               WRITE fd_relatorio_record FROM Linha_nada_avaliado
           END-IF.

           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_precisao_regiao.
           WRITE fd_relatorio_record FROM Header_precisao_1.
           WRITE fd_relatorio_record FROM Header_precisao_2.
           WRITE fd_relatorio_record FROM Header_traco.

           IF ws_total_regioes = zero
               WRITE fd_relatorio_record FROM Linha_nada_avaliado
           ELSE
               PERFORM imprimir_precisao_regiao
                   VARYING ws_ar_idx FROM 1 BY 1
                   UNTIL ws_ar_idx > ws_total_regioes
           END-IF.
      *
       acumular_precisao.
           READ arquivo_projecao NEXT RECORD
               AT END move "y" to ws_prj_eof_sw
           END-READ.

           IF prj_not_eof_sw
               IF prj_country_code NOT = ws_pais_corrente
                   IF ws_pais_corrente NOT = spaces
                       PERFORM fechar_precisao_pais
                   END-IF
                   move prj_country_code to ws_pais_corrente
                   initialize ws_precisao_pais
               END-IF

               IF prj_avaliada_7
                   add 1 to ap_n_7
                   IF prj_erro_7 < zero
                       compute ap_abs_7 = ap_abs_7 - prj_erro_7
                   ELSE
                       add prj_erro_7 to ap_abs_7
                   END-IF
                   add prj_erro_7 to ap_vies_7
               ELSE
                   add 1 to ws_projecoes_pendentes
               END-IF

               IF prj_avaliada_14
                   add 1 to ap_n_14
                   IF prj_erro_14 < zero
                       compute ap_abs_14 = ap_abs_14 - prj_erro_14
                   ELSE
                       add prj_erro_14 to ap_abs_14
                   END-IF
                   add prj_erro_14 to ap_vies_14
               ELSE
                   add 1 to ws_projecoes_pendentes
               END-IF
           END-IF.
      *
       fechar_precisao_pais.
      * Countries with nothing scored yet are left off; the rest
      * print and roll into their region.
           IF ap_n_7 > zero OR ap_n_14 > zero
               move ws_pais_corrente to lpr_rotulo
               move ap_n_7  to lpr_n_7
               move ap_n_14 to lpr_n_14
               PERFORM formatar_medias_pais
               WRITE fd_relatorio_record FROM Linha_precisao

               move ws_pais_corrente to reg_country_code
               PERFORM buscar_regiao_pais
               PERFORM buscar_entrada_regiao
               IF ws_ar_achado > zero
                   add ap_n_7     to ar_n_7(ws_ar_achado)
                   add ap_abs_7   to ar_abs_7(ws_ar_achado)
                   add ap_vies_7  to ar_vies_7(ws_ar_achado)
                   add ap_n_14    to ar_n_14(ws_ar_achado)
                   add ap_abs_14  to ar_abs_14(ws_ar_achado)
                   add ap_vies_14 to ar_vies_14(ws_ar_achado)
               END-IF
           END-IF.
      *
       formatar_medias_pais.
           IF ap_n_7 > zero
               compute ws_media_precisao rounded = ap_abs_7 / ap_n_7
                   ON SIZE ERROR move 99999,99 to ws_media_precisao
               END-COMPUTE
               move ws_media_precisao to lpr_abs_7
               compute ws_media_precisao rounded = ap_vies_7 / ap_n_7
                   ON SIZE ERROR move 99999,99 to ws_media_precisao
               END-COMPUTE
               move ws_media_precisao to lpr_vies_7
           ELSE
               move spaces to lpr_abs_7_x
               move spaces to lpr_vies_7_x
           END-IF.

           IF ap_n_14 > zero
               compute ws_media_precisao rounded = ap_abs_14 / ap_n_14
                   ON SIZE ERROR move 99999,99 to ws_media_precisao
               END-COMPUTE
               move ws_media_precisao to lpr_abs_14
               compute ws_media_precisao rounded =
                   ap_vies_14 / ap_n_14
                   ON SIZE ERROR move 99999,99 to ws_media_precisao
               END-COMPUTE
               move ws_media_precisao to lpr_vies_14
           ELSE
               move spaces to lpr_abs_14_x
               move spaces to lpr_vies_14_x
           END-IF.
      *
       imprimir_precisao_regiao.
           move ar_nome(ws_ar_idx)    to lpr_rotulo.
           move ar_n_7(ws_ar_idx)     to ap_n_7.
           move ar_abs_7(ws_ar_idx)   to ap_abs_7.
           move ar_vies_7(ws_ar_idx)  to ap_vies_7.
           move ar_n_14(ws_ar_idx)    to ap_n_14.
           move ar_abs_14(ws_ar_idx)  to ap_abs_14.
           move ar_vies_14(ws_ar_idx) to ap_vies_14.
           move ap_n_7  to lpr_n_7.
           move ap_n_14 to lpr_n_14.
           PERFORM formatar_medias_pais.
           WRITE fd_relatorio_record FROM Linha_precisao.
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
               IF ar_nome(ws_ar_idx) = ws_regiao_pais
                   move ws_ar_idx to ws_ar_achado
               END-IF
           END-PERFORM.

           IF ws_ar_achado = zero AND ws_total_regioes < 50
               add 1 to ws_total_regioes
               initialize ws_reg_ent(ws_total_regioes)
               move ws_regiao_pais to ar_nome(ws_total_regioes)
               move ws_total_regioes to ws_ar_achado
           END-IF.
      *
       imprimir_sumario.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Header_traco.

           move "COUNTRIES ON SERIES:" to ls_rotulo.
           move ws_paises_lidos to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES PROJECTED:" to ls_rotulo.
           move ws_paises_projetados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "COUNTRIES WITH UNDER 14 OBSERVATIONS:" to ls_rotulo.
           move ws_paises_sem_dados to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "PROJECTIONS SCORED THIS RUN:" to ls_rotulo.
           move ws_projecoes_avaliadas to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "PROJECTIONS STILL PENDING:" to ls_rotulo.
           move ws_projecoes_pendentes to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           DISPLAY "PROJECTION: " ws_paises_projetados
               " countries projected, " ws_projecoes_avaliadas
               " projections scored, " ws_projecoes_pendentes
               " pending.".
      *
       finalizar.
           IF usar_serie_sw
               CLOSE arquivo_serie
           END-IF.
           CLOSE arquivo_projecao.
           CLOSE arquivo_regiao.
           CLOSE arquivo_relatorio.
      *
       END PROGRAM pandemic_projection.
