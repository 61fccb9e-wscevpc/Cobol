      ******************************************************************
      * Author:    CCastellan
      * Date:      15/10/2026
      * Purpose:   Historical backfill of the time-series history
      /            (pandemic_tshist.dat). Lists every country/date gap
      *            in the series, loads the archived dated feed for
      *            each missing date (c_YYYYMMDD.csvw, name pattern in
      *            backfill.par FEEDPREFIX / FEEDSUFFIX) for just the
      *            gap dates, re-derives serie_new_cases for the day
      *            after each filled gap, and prints a before/after
      *            gap report on backfill.lst. pandemic_hist.dat and
      *            pandemic_rpt.state are not touched: a backfill
      *            completes the history, it does not republish today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_backfill.
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

           SELECT OPTIONAL arquivo_covid
           ASSIGN TO ws_nome_arquivo_covid
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_covid_status.

           SELECT OPTIONAL arquivo_paises
           ASSIGN TO "paises.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS pai_country_code
           FILE STATUS IS ws_pai_status.

           SELECT OPTIONAL arquivo_parm
           ASSIGN TO "backfill.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_parm_status.

           SELECT OPTIONAL arquivo_excecoes
           ASSIGN TO "backfill_rejeitos.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_relatorio
           ASSIGN TO "backfill.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_substituidos
           ASSIGN TO "pandemic_superseded.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS sup_chave
           FILE STATUS IS ws_sup_status.

           SELECT OPTIONAL arquivo_runnum
           ASSIGN TO "pandemic_run.num"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_runnum_status.

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
       FD  arquivo_covid.
       01  fd_record.
           05 rec                        pic X(196).
      *
       FD  arquivo_paises.
       01  fd_pais_record.
           05 pai_country_code           pic X(002).
           05 pai_nome                   pic X(045).
           05 pai_situacao               pic X(001).
           05 pai_sucessor               pic X(002).
      *
       FD  arquivo_parm.
       01  fd_parm_record.
           05 rec_parm                   pic X(100).
      *
       FD  arquivo_excecoes.
       01  fd_excecao_record.
           05 rec_excecao                pic X(256).
      *
       FD  arquivo_relatorio.
       01  fd_relatorio_record           pic X(132).
      *
       FD  arquivo_substituidos.
       01  fd_substituido_record.
           05 sup_chave.
               10 sup_country_code       pic X(002).
               10 sup_data               pic 9(008).
               10 sup_substituido_em     pic X(016).
               10 sup_seq                pic 9(004).
           05 sup_origem                 pic X(006).
           05 sup_new_cases              pic 9(009).
           05 sup_total_cases            pic 9(009).
           05 sup_fatalidades            pic 9(009).
           05 sup_total_fatalidades      pic 9(009).
           05 sup_recuperados            pic 9(009).
           05 sup_total_recuperados      pic 9(009).
           05 sup_numero_run             pic 9(006).
           05 sup_arquivo                pic X(060).
           05 sup_carga                  pic X(014).
           05 sup_run_substituto         pic 9(006).
           05 sup_arquivo_substituto     pic X(060).
      *
       FD  arquivo_runnum.
       01  fd_runnum_record.
           05 runnum_valor               pic 9(006).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_nao_encontrada       value "23".
           88 serie_arquivo_inexistente  value "05" "35".
      *
       01  ws_covid_status               PIC X(002) value "00".
           88 covid_arquivo_inexistente  value "05" "35".
      *
       01  ws_pai_status                 PIC X(002) value "00".
           88 pai_ok                     value "00".
           88 pai_nao_encontrado         value "23".
           88 pai_arquivo_inexistente    value "05" "35".
      *
       01  ws_parm_status                PIC X(002) value "00".
           88 parm_inexistente           value "05" "35".
      *
       01  ws_sup_status                 PIC X(002) value "00".
           88 sup_ok                     value "00".
           88 sup_arquivo_inexistente    value "35".
      *
       01  ws_runnum_status              PIC X(002) value "00".
           88 runnum_arquivo_inexistente value "05" "35".
      *
       01  ws_runnum_eof_sw              PIC X(001) value "n".
           88 runnum_eof_sw              value "y".
      *
       01  ws_linhagem.
           05 ws_numero_run              PIC 9(006) value zero.
           05 ws_seq_substituicao        PIC 9(004) value zero.
           05 ws_arquivo_rederivacao     PIC X(060) value
              "RE-DERIVED BY pandemic_backfill".
      *
       01  ws_usar_serie                 PIC X(001) value "Y".
           88 usar_serie_sw              value "Y".
      *
       01  ws_usar_paises                PIC X(001) value "Y".
           88 usar_paises_sw             value "Y".
      *
       01  ws_eof_sw                     PIC X(001) value "n".
           88 eof_sw                     value "y".
           88 not_eof_sw                 value "n".
      *
       01  ws_scan_eof_sw                PIC X(001) value "n".
           88 scan_eof_sw                value "y".
           88 scan_not_eof_sw            value "n".
      *
       01  ws_parm_eof_sw                PIC X(001) value "n".
           88 parm_eof_sw                value "y".
           88 parm_not_eof_sw            value "n".
      *
       01  ws_rec_sw                     PIC X(001) value "Y".
           88 rec_valido                 value "Y".
           88 rec_invalido               value "N".
      *
       01  ws_parametros.
           05 ws_parm_key                PIC X(020).
           05 ws_parm_value              PIC X(079).
           05 ws_feed_prefixo            PIC X(040) value "c_".
           05 ws_feed_sufixo             PIC X(020) value ".csvw".
      *
       01  ws_nome_arquivo_covid         PIC X(100) value spaces.
      *
       01  ws_data_corrente.
           05 dc_year                    PIC 9(004).
           05 dc_month                   PIC 9(002).
           05 dc_day                     PIC 9(002).
       01  ws_data_corrente_n REDEFINES ws_data_corrente
                                         PIC 9(008).
      *
       01  ws_varredura.
           05 ws_fase                    PIC X(001) value "A".
              88 fase_antes              value "A".
              88 fase_depois             value "D".
           05 ws_pais_anterior           PIC X(002) value spaces.
           05 ws_int_anterior            PIC 9(008) value zero.
           05 ws_int_corrente            PIC 9(008) value zero.
           05 ws_data_obs                PIC 9(008) value zero.
           05 ws_data_obs_x REDEFINES ws_data_obs
                                         PIC X(008).
           05 ws_int_ini                 PIC 9(008) value zero.
           05 ws_int_fim                 PIC 9(008) value zero.
           05 ws_int_dia                 PIC 9(008) value zero.
           05 ws_data_ini                PIC 9(008) value zero.
           05 ws_data_fim                PIC 9(008) value zero.
           05 ws_data_dia                PIC 9(008) value zero.
           05 ws_dias_lacuna             PIC 9(006) value zero.
      *
      * One entry per gap: a run of consecutive missing dates between
      * two observations of the same country.
       01  ws_tabela_lacunas.
           05 ws_total_lacunas           PIC 9(004) value zero.
           05 ws_lacuna OCCURS 2000 TIMES.
               10 lc_country_code        PIC X(002).
               10 lc_data_ini            PIC 9(008).
               10 lc_data_fim            PIC 9(008).
               10 lc_dias                PIC 9(006).
               10 lc_preenchidos         PIC 9(006).
               10 lc_fim_preenchido      PIC X(001).
      *
       01  ws_lc_idx                     PIC 9(004).
       01  ws_lc_achado                  PIC 9(004) value zero.
      *
      * Distinct missing dates in ascending order: each archived feed
      * is read once, however many countries it fills.
       01  ws_tabela_datas.
           05 ws_total_datas             PIC 9(004) value zero.
           05 ws_data_ent OCCURS 400 TIMES.
               10 dt_data                PIC 9(008).
      *
       01  ws_dt_idx                     PIC 9(004).
       01  ws_dt_pos                     PIC 9(004).
       01  ws_dt_k                       PIC 9(004).
       01  ws_dt_achou                   PIC X(001) value "N".
           88 dt_achou_sw                value "Y".
      *
       01  ws_data_alvo                  PIC 9(008) value zero.
      *
       01  ws_data_feed.
           05 df_year                    PIC 9(004).
           05 df_month                   PIC 9(002).
           05 df_day                     PIC 9(002).
       01  ws_data_feed_n REDEFINES ws_data_feed
                                         PIC 9(008).
      *
       01  ws_motivo_feed                PIC X(040) value spaces.
      *
       01  ws_contadores_feed.
           05 ws_feed_lidos              PIC 9(006) value zero.
           05 ws_feed_rejeitados         PIC 9(006) value zero.
           05 ws_feed_gravados           PIC 9(006) value zero.
           05 ws_feed_ignorados          PIC 9(006) value zero.
      *
       01  ws_contadores.
           05 ws_lacunas_antes           PIC 9(006) value zero.
           05 ws_dias_antes              PIC 9(006) value zero.
           05 ws_lacunas_depois          PIC 9(006) value zero.
           05 ws_dias_depois             PIC 9(006) value zero.
           05 ws_lacunas_fase            PIC 9(006) value zero.
           05 ws_dias_fase               PIC 9(006) value zero.
           05 ws_arquivos_lidos          PIC 9(006) value zero.
           05 ws_arquivos_ausentes       PIC 9(006) value zero.
           05 ws_registros_gravados      PIC 9(006) value zero.
           05 ws_registros_rederivados   PIC 9(006) value zero.
           05 ws_rejeitos_totais         PIC 9(006) value zero.
      *
       01  ws_rederivacao.
           05 ws_total_anterior          PIC 9(009) value zero.
           05 ws_novos_anterior          PIC 9(009) value zero.
           05 ws_novos_derivados         PIC S9(010) value zero.
      *
       01  ws_mestre.
           05 ws_salto_sucessor          PIC 9(002) value zero.
           05 ws_mestre_resolvido        PIC X(001) value "N".
              88 mestre_resolvido_sw     value "Y".
      *
       01  ws_campos_brutos.
           05 crua_new_cases             PIC X(009).
           05 crua_total_cases           PIC X(009).
           05 crua_fatalidades           PIC X(009).
           05 crua_total_fatalidades     PIC X(009).
           05 crua_recuperados           PIC X(009).
           05 crua_total_recuperados     PIC X(009).
      *
       01  ws_rec.
           05 country_rec.
               10 rec_country            PIC X(045) VALUE SPACES.
               10 rec_country_code       PIC X(002).
               10 rec_slug               PIC X(045).
           05 rec_new_cases              PIC 9(009).
           05 rec_total_cases            PIC 9(009).
           05 rec_fatalidades            PIC 9(009).
           05 rec_total_fatalidades      PIC 9(009).
           05 rec_recuperados            PIC 9(009).
           05 rec_total_recuperados      PIC 9(009).
           05 rec_date.
               10 rec_year               PIC 9(004).
               10 FILLER                 PIC X(001) value "/".
               10 rec_month              PIC 9(002).
               10 FILLER                 PIC X(001) value "/".
               10 rec_day                PIC 9(002).
               10 rec_t                  PIC X(001).
               10 rec_hour               PIC 9(002).
               10 FILLER                 PIC X(001) value ":".
               10 rec_minute             PIC 9(002).
               10 FILLER                 PIC X(001) value ":".
               10 rec_second             PIC 9(002).
               10 rec_z                  PIC X(001).
      *
       01  ws_linha_excecao.
           05 FILLER                     PIC X(019) value
              "** REJECTED REC ** ".
           05 exc_motivo                 PIC X(040).
           05 FILLER                     PIC X(001) value spaces.
           05 exc_rec                    PIC X(196).
      *
       01  Header_excecoes.
           05 FILLER                     PIC X(022) value
              "REJECTED RECORD COUNT:".
           05 exc_total_rejeitos         PIC ZZZ.ZZ9.
      *
       01  ws_data_edit                  PIC 9(008).
       01  ws_data_fmt                   PIC X(010).
      *
       01  Header_relatorio.
           05 FILLER                 PIC X(036) value
              "PANDEMIC SERIES BACKFILL - RUN DATE ".
           05 hr_year                PIC 9(004).
           05 FILLER                 PIC X(001) value "/".
           05 hr_month               PIC 9(002).
           05 FILLER                 PIC X(001) value "/".
           05 hr_day                 PIC 9(002).
      *
       01  Header_traco.
           05 FILLER                 PIC X(100) value all "=".
      *
       01  Titulo_antes.
           05 FILLER                 PIC X(030) value
              "GAPS IN SERIES BEFORE BACKFILL".
      *
       01  Titulo_depois.
           05 FILLER                 PIC X(029) value
              "GAPS IN SERIES AFTER BACKFILL".
      *
       01  Titulo_feeds.
           05 FILLER                 PIC X(032) value
              "ARCHIVED FEEDS FOR MISSING DATES".
      *
       01  Titulo_rederivacao.
           05 FILLER                 PIC X(049) value
              "NEW CASES RE-DERIVED - DAY AFTER EACH FILLED GAP".
      *
       01  Header_lacunas.
           05 FILLER                 PIC X(006) value "Code".
           05 FILLER                 PIC X(015) value "First Missing".
           05 FILLER                 PIC X(015) value "Last Missing".
           05 FILLER                 PIC X(006) value "Days".
      *
       01  Linha_lacuna.
           05 ll_country_code        PIC X(002).
           05 FILLER                 PIC X(004) value spaces.
           05 ll_data_ini            PIC X(010).
           05 FILLER                 PIC X(005) value spaces.
           05 ll_data_fim            PIC X(010).
           05 FILLER                 PIC X(003) value spaces.
           05 ll_dias                PIC ZZZZZ9.
      *
       01  Linha_sem_lacunas.
           05 FILLER                 PIC X(015) value
              "NO GAPS ON FILE".
      *
       01  Header_feeds.
           05 FILLER                 PIC X(012) value "Date".
           05 FILLER                 PIC X(032) value "Archive File".
           05 FILLER                 PIC X(008) value "Read".
           05 FILLER                 PIC X(010) value "Rejected".
           05 FILLER                 PIC X(008) value "Filled".
           05 FILLER                 PIC X(009) value "Ignored".
           05 FILLER                 PIC X(006) value "Status".
      *
       01  Linha_feed.
           05 lf_data                PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lf_nome                PIC X(030).
           05 FILLER                 PIC X(002) value spaces.
           05 lf_lidos               PIC ZZZZZ9.
           05 FILLER                 PIC X(004) value spaces.
           05 lf_rejeitados          PIC ZZZZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lf_gravados            PIC ZZZZZ9.
           05 FILLER                 PIC X(003) value spaces.
           05 lf_ignorados           PIC ZZZZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lf_situacao            PIC X(040).
      *
       01  Header_rederivacao.
           05 FILLER                 PIC X(006) value "Code".
           05 FILLER                 PIC X(012) value "Date".
           05 FILLER                 PIC X(017) value "Feed New Cases".
           05 FILLER                 PIC X(014) value "Re-derived".
           05 FILLER                 PIC X(006) value "Status".
      *
       01  Linha_rederivacao.
           05 lrd_country_code       PIC X(002).
           05 FILLER                 PIC X(004) value spaces.
           05 lrd_data               PIC X(010).
           05 FILLER                 PIC X(002) value spaces.
           05 lrd_anterior           PIC ZZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(005) value spaces.
           05 lrd_derivado           PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(002) value spaces.
           05 lrd_situacao           PIC X(030).
      *
       01  Linha_nada_rederivado.
           05 FILLER                 PIC X(026) value
              "NO FILLED GAP TO RE-DERIVE".
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(040).
           05 ls_total               PIC ZZZ.ZZ9.
      *
       01  Linha_branca              PIC X(001) value spaces.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       MAIN-PROCEDURE.

           PERFORM inicializar.

           IF usar_serie_sw
               move "A" to ws_fase
               PERFORM levantar_lacunas

               PERFORM imprimir_cabecalho_feeds
               PERFORM carregar_arquivo_datado
                   VARYING ws_dt_idx FROM 1 BY 1
                   UNTIL ws_dt_idx > ws_total_datas

               PERFORM imprimir_cabecalho_rederivacao
               PERFORM rederivar_novos_casos
                   VARYING ws_lc_idx FROM 1 BY 1
                   UNTIL ws_lc_idx > ws_total_lacunas
               IF ws_registros_rederivados = zero
                   WRITE fd_relatorio_record
                       FROM Linha_nada_rederivado
               END-IF

               move "D" to ws_fase
               PERFORM levantar_lacunas
           END-IF.

           PERFORM imprimir_sumario.

           PERFORM finalizar.

           STOP RUN.
      *
       inicializar.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_corrente.

           PERFORM ler_parametros.
           PERFORM ler_numero_run.

           OPEN I-O arquivo_serie.
           IF serie_arquivo_inexistente
               DISPLAY "pandemic_tshist.dat not found - nothing to "
                   "backfill."
               move "N" to ws_usar_serie
           END-IF.

           OPEN INPUT arquivo_paises.
           IF pai_arquivo_inexistente
               move "N" to ws_usar_paises
           END-IF.

           OPEN I-O arquivo_substituidos.
           IF sup_arquivo_inexistente
               OPEN OUTPUT arquivo_substituidos
               CLOSE arquivo_substituidos
               OPEN I-O arquivo_substituidos
           END-IF.

           OPEN OUTPUT arquivo_excecoes.
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
                   WHEN "FEEDPREFIX"
                       move FUNCTION TRIM(ws_parm_value)
                           to ws_feed_prefixo
                   WHEN "FEEDSUFFIX"
                       move FUNCTION TRIM(ws_parm_value)
                           to ws_feed_sufixo
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       levantar_lacunas.
      * One pass over the series in key order (country, then date):
      * consecutive observations of the same country more than one
      * day apart bracket a gap. The first pass also builds the gap
      * and missing-date tables the load works from; the second pass
      * only reports what is still missing.
           WRITE fd_relatorio_record FROM Linha_branca.
           IF fase_antes
               WRITE fd_relatorio_record FROM Titulo_antes
           ELSE
               WRITE fd_relatorio_record FROM Titulo_depois
           END-IF.
           WRITE fd_relatorio_record FROM Header_lacunas.
           WRITE fd_relatorio_record FROM Header_traco.

           move zero to ws_lacunas_fase.
           move zero to ws_dias_fase.
           move spaces to ws_pais_anterior.
           move zero to ws_int_anterior.
           move "n" to ws_scan_eof_sw.

           move low-values to serie_chave.
           START arquivo_serie KEY >= serie_chave
               INVALID KEY move "y" to ws_scan_eof_sw
           END-START.

           PERFORM examinar_observacao UNTIL scan_eof_sw.

           IF ws_lacunas_fase = zero
               WRITE fd_relatorio_record FROM Linha_sem_lacunas
           END-IF.

           IF fase_antes
               move ws_lacunas_fase to ws_lacunas_antes
               move ws_dias_fase    to ws_dias_antes
           ELSE
               move ws_lacunas_fase to ws_lacunas_depois
               move ws_dias_fase    to ws_dias_depois
           END-IF.
      *
       examinar_observacao.
           READ arquivo_serie NEXT RECORD
               AT END move "y" to ws_scan_eof_sw
           END-READ.

           IF scan_not_eof_sw
               move serie_data to ws_data_obs_x
               compute ws_int_corrente =
                   FUNCTION INTEGER-OF-DATE(ws_data_obs)
               IF serie_country_code = ws_pais_anterior
               AND ws_int_corrente > ws_int_anterior + 1
                   PERFORM registrar_lacuna
               END-IF
               move serie_country_code to ws_pais_anterior
               move ws_int_corrente    to ws_int_anterior
           END-IF.
      *
       registrar_lacuna.
           compute ws_int_ini = ws_int_anterior + 1.
           compute ws_int_fim = ws_int_corrente - 1.
           compute ws_dias_lacuna = ws_int_fim - ws_int_ini + 1.
           compute ws_data_ini = FUNCTION DATE-OF-INTEGER(ws_int_ini).
           compute ws_data_fim = FUNCTION DATE-OF-INTEGER(ws_int_fim).

           add 1 to ws_lacunas_fase.
           add ws_dias_lacuna to ws_dias_fase.

           move serie_country_code to ll_country_code.
           move ws_data_ini to ws_data_edit.
           PERFORM formatar_data.
           move ws_data_fmt to ll_data_ini.
           move ws_data_fim to ws_data_edit.
           PERFORM formatar_data.
           move ws_data_fmt to ll_data_fim.
           move ws_dias_lacuna to ll_dias.
           WRITE fd_relatorio_record FROM Linha_lacuna.

           IF fase_antes
               IF ws_total_lacunas < 2000
                   add 1 to ws_total_lacunas
                   move serie_country_code
                       to lc_country_code(ws_total_lacunas)
                   move ws_data_ini    to lc_data_ini(ws_total_lacunas)
                   move ws_data_fim    to lc_data_fim(ws_total_lacunas)
                   move ws_dias_lacuna to lc_dias(ws_total_lacunas)
                   move zero to lc_preenchidos(ws_total_lacunas)
                   move "N"  to lc_fim_preenchido(ws_total_lacunas)
                   PERFORM registrar_data_lacuna
                       VARYING ws_int_dia FROM ws_int_ini BY 1
                       UNTIL ws_int_dia > ws_int_fim
               ELSE
                   DISPLAY "GAP TABLE FULL - " serie_country_code
                       " gap from " ws_data_ini
                       " left for a later backfill run."
               END-IF
           END-IF.
      *
       registrar_data_lacuna.
           compute ws_data_dia = FUNCTION DATE-OF-INTEGER(ws_int_dia).
           move "N" to ws_dt_achou.
           move zero to ws_dt_pos.

           PERFORM VARYING ws_dt_k FROM 1 BY 1
               UNTIL ws_dt_k > ws_total_datas OR dt_achou_sw
                   OR ws_dt_pos > 0
               IF dt_data(ws_dt_k) = ws_data_dia
                   move "Y" to ws_dt_achou
               ELSE
                   IF dt_data(ws_dt_k) > ws_data_dia
                       move ws_dt_k to ws_dt_pos
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT dt_achou_sw
               IF ws_total_datas < 400
                   PERFORM inserir_data
               ELSE
                   DISPLAY "MISSING DATE TABLE FULL - " ws_data_dia
                       " left for a later backfill run."
               END-IF
           END-IF.
      *
       inserir_data.
      * Keeps the table in ascending date order by opening a slot at
      * the first later date; with none later the date goes last.
           IF ws_dt_pos = zero
               compute ws_dt_pos = ws_total_datas + 1
           ELSE
               PERFORM VARYING ws_dt_k FROM ws_total_datas BY -1
                   UNTIL ws_dt_k < ws_dt_pos
                   move dt_data(ws_dt_k) to dt_data(ws_dt_k + 1)
               END-PERFORM
           END-IF.
           add 1 to ws_total_datas.
           move ws_data_dia to dt_data(ws_dt_pos).
      *
       imprimir_cabecalho_feeds.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_feeds.
           WRITE fd_relatorio_record FROM Header_feeds.
           WRITE fd_relatorio_record FROM Header_traco.
      *
       carregar_arquivo_datado.
      * The archived feed for a missing date is loaded only into the
      * gaps it belongs to: rows for countries with no gap on that
      * date, or whose observation is already on file, are ignored,
      * so a backfill can never overwrite a good day's record.
           move dt_data(ws_dt_idx) to ws_data_alvo.
           move spaces to ws_nome_arquivo_covid.
           STRING
               FUNCTION TRIM(ws_feed_prefixo)  DELIMITED BY SIZE
               ws_data_alvo                    DELIMITED BY SIZE
               FUNCTION TRIM(ws_feed_sufixo)   DELIMITED BY SIZE
               INTO ws_nome_arquivo_covid
           END-STRING.

           move zeros to ws_contadores_feed.
           move spaces to ws_motivo_feed.
           move "n" to ws_eof_sw.

           OPEN INPUT arquivo_covid.
           IF covid_arquivo_inexistente
               move "ARCHIVE NOT FOUND" to ws_motivo_feed
               add 1 to ws_arquivos_ausentes
           ELSE
               PERFORM LER
               PERFORM validar_data_arquivo
               IF ws_motivo_feed = spaces
                   add 1 to ws_arquivos_lidos
                   PERFORM carregar_linha_feed UNTIL eof_sw
                   move "LOADED" to ws_motivo_feed
               END-IF
           END-IF.
           CLOSE arquivo_covid.

           move ws_data_alvo to ws_data_edit.
           PERFORM formatar_data.
           move ws_data_fmt              to lf_data.
           move ws_nome_arquivo_covid    to lf_nome.
           move ws_feed_lidos            to lf_lidos.
           move ws_feed_rejeitados       to lf_rejeitados.
           move ws_feed_gravados         to lf_gravados.
           move ws_feed_ignorados        to lf_ignorados.
           move ws_motivo_feed           to lf_situacao.
           WRITE fd_relatorio_record FROM Linha_feed.
      *
       validar_data_arquivo.
      * As in pandemic_rpt, the first row's data date decides for the
      * whole file: an archive whose data is not for the date in its
      * name would plant another day's figures in the gap.
           IF eof_sw
               move "ARCHIVE FILE IS EMPTY" to ws_motivo_feed
           ELSE
               move rec_year  to df_year
               move rec_month to df_month
               move rec_day   to df_day
               IF ws_data_feed_n NOT NUMERIC
               OR ws_data_feed_n NOT = ws_data_alvo
                   move "FEED DATE DOES NOT MATCH FILE NAME"
                       to ws_motivo_feed
               END-IF
           END-IF.
      *
       carregar_linha_feed.
           IF rec_valido
               PERFORM preencher_lacuna
           END-IF.

           PERFORM LER.
      *
       preencher_lacuna.
           PERFORM localizar_lacuna.

           IF ws_lc_achado = zero
               add 1 to ws_feed_ignorados
           ELSE
               move rec_country_code to serie_country_code
               move ws_data_alvo     to ws_data_obs
               move ws_data_obs_x    to serie_data
               READ arquivo_serie KEY IS serie_chave
                   INVALID KEY set serie_nao_encontrada to true
               END-READ
               IF serie_ok
                   add 1 to ws_feed_ignorados
               ELSE
                   PERFORM gravar_serie
               END-IF
           END-IF.
      *
       localizar_lacuna.
           move zero to ws_lc_achado.

           PERFORM VARYING ws_lc_idx FROM 1 BY 1
               UNTIL ws_lc_idx > ws_total_lacunas OR ws_lc_achado > 0
               IF lc_country_code(ws_lc_idx) = rec_country_code
               AND lc_data_ini(ws_lc_idx) <= ws_data_alvo
               AND lc_data_fim(ws_lc_idx) >= ws_data_alvo
                   move ws_lc_idx to ws_lc_achado
               END-IF
           END-PERFORM.
      *
       gravar_serie.
           move rec_country_code      to serie_country_code.
           move ws_data_alvo          to ws_data_obs.
           move ws_data_obs_x         to serie_data.
           move rec_new_cases         to serie_new_cases.
           move rec_total_cases       to serie_total_cases.
           move rec_fatalidades       to serie_fatalidades.
           move rec_total_fatalidades to serie_total_fatalidades.
           move rec_recuperados       to serie_recuperados.
           move rec_total_recuperados to serie_total_recuperados.
           move ws_numero_run         to serie_numero_run.
           move ws_nome_arquivo_covid to serie_arquivo.
           move FUNCTION CURRENT-DATE(1:14) to serie_carga.
           WRITE fd_serie_record
               INVALID KEY set serie_nao_encontrada to true
           END-WRITE.

           IF serie_ok
               add 1 to ws_feed_gravados
               add 1 to ws_registros_gravados
               add 1 to lc_preenchidos(ws_lc_achado)
               IF ws_data_alvo = lc_data_fim(ws_lc_achado)
                   move "Y" to lc_fim_preenchido(ws_lc_achado)
               END-IF
           ELSE
               add 1 to ws_feed_ignorados
           END-IF.
      *
       imprimir_cabecalho_rederivacao.
           WRITE fd_relatorio_record FROM Linha_branca.
           WRITE fd_relatorio_record FROM Titulo_rederivacao.
           WRITE fd_relatorio_record FROM Header_rederivacao.
           WRITE fd_relatorio_record FROM Header_traco.
      *
       rederivar_novos_casos.
      * The observation that closed a gap carries the feed's own
      * new-cases figure, which spanned the missing days. Once the
      * gap's last day is on file, that observation's new cases is
      * re-derived as the day-over-day change in total cases. A total
      * that went down is a source restatement, not a day's cases, so
      * the feed figure is kept and the line says so.
           IF lc_fim_preenchido(ws_lc_idx) = "Y"
               move lc_country_code(ws_lc_idx) to serie_country_code
               move lc_data_fim(ws_lc_idx)     to ws_data_obs
               move ws_data_obs_x              to serie_data
               READ arquivo_serie KEY IS serie_chave
                   INVALID KEY set serie_nao_encontrada to true
               END-READ
               IF serie_ok
                   move serie_total_cases to ws_total_anterior
                   PERFORM ajustar_dia_seguinte
               END-IF
           END-IF.
      *
       ajustar_dia_seguinte.
           compute ws_int_dia =
               FUNCTION INTEGER-OF-DATE(lc_data_fim(ws_lc_idx)) + 1.
           compute ws_data_obs = FUNCTION DATE-OF-INTEGER(ws_int_dia).
           move lc_country_code(ws_lc_idx) to serie_country_code.
           move ws_data_obs_x              to serie_data.
           READ arquivo_serie KEY IS serie_chave
               INVALID KEY set serie_nao_encontrada to true
           END-READ.

           IF serie_ok
               move serie_new_cases to ws_novos_anterior
               compute ws_novos_derivados =
                   serie_total_cases - ws_total_anterior
               IF ws_novos_derivados < 0
                   move "TOTAL DECREASED - FEED KEPT"
                       to lrd_situacao
               ELSE
                   IF ws_novos_derivados = ws_novos_anterior
                       move "UNCHANGED" to lrd_situacao
                   ELSE
                       PERFORM guardar_serie_substituida
                       move ws_novos_derivados to serie_new_cases
                       move ws_numero_run to serie_numero_run
                       move ws_arquivo_rederivacao to serie_arquivo
                       move FUNCTION CURRENT-DATE(1:14) to serie_carga
                       REWRITE fd_serie_record
                       move "RE-DERIVED" to lrd_situacao
                   END-IF
               END-IF
               add 1 to ws_registros_rederivados

               move lc_country_code(ws_lc_idx) to lrd_country_code
               move ws_data_obs to ws_data_edit
               PERFORM formatar_data
               move ws_data_fmt        to lrd_data
               move ws_novos_anterior  to lrd_anterior
               move ws_novos_derivados to lrd_derivado
               WRITE fd_relatorio_record FROM Linha_rederivacao
           END-IF.
      *
       formatar_data.
           move spaces to ws_data_fmt.
           STRING
               ws_data_edit(7:2)   DELIMITED BY SIZE
               "/"                 DELIMITED BY SIZE
               ws_data_edit(5:2)   DELIMITED BY SIZE
               "/"                 DELIMITED BY SIZE
               ws_data_edit(1:4)   DELIMITED BY SIZE
               INTO ws_data_fmt
           END-STRING.
      *
       LER.
           READ arquivo_covid
               AT END move "y" to ws_eof_sw
           END-READ.

           IF not_eof_sw
               add 1 to ws_feed_lidos
               move spaces to ws_campos_brutos
               UNSTRING
                   rec DELIMITED BY ';'
               INTO
                   rec_country
                   rec_country_code
                   rec_slug
                   crua_new_cases
                   crua_total_cases
                   crua_fatalidades
                   crua_total_fatalidades
                   crua_recuperados
                   crua_total_recuperados
                   rec_date
               END-UNSTRING

               PERFORM validar_registro
           END-IF.
      *
       validar_registro.
      * Same row checks as the nightly load, including the retired
      * code remap, so a filled observation lands under the key the
      * rest of the country's series is kept under.
           set rec_valido to true.

           IF crua_new_cases = spaces
           OR crua_total_cases = spaces
           OR crua_fatalidades = spaces
           OR crua_total_fatalidades = spaces
           OR crua_recuperados = spaces
           OR crua_total_recuperados = spaces
           OR FUNCTION TRIM(crua_new_cases) NOT NUMERIC
           OR FUNCTION TRIM(crua_total_cases) NOT NUMERIC
           OR FUNCTION TRIM(crua_fatalidades) NOT NUMERIC
           OR FUNCTION TRIM(crua_total_fatalidades) NOT NUMERIC
           OR FUNCTION TRIM(crua_recuperados) NOT NUMERIC
           OR FUNCTION TRIM(crua_total_recuperados) NOT NUMERIC
               move "NON-NUMERIC COUNT FIELD" to exc_motivo
               PERFORM rejeitar_registro
           ELSE
               move crua_new_cases           to rec_new_cases
               move crua_total_cases         to rec_total_cases
               move crua_fatalidades         to rec_fatalidades
               move crua_total_fatalidades   to rec_total_fatalidades
               move crua_recuperados         to rec_recuperados
               move crua_total_recuperados   to rec_total_recuperados
               IF usar_paises_sw
                   move zero to ws_salto_sucessor
                   move "N" to ws_mestre_resolvido
                   PERFORM resolver_codigo_mestre
                       UNTIL mestre_resolvido_sw OR rec_invalido
               END-IF
           END-IF.
      *
       resolver_codigo_mestre.
           move rec_country_code to pai_country_code.
           READ arquivo_paises KEY IS pai_country_code
               INVALID KEY set pai_nao_encontrado to true
           END-READ.

           EVALUATE TRUE
               WHEN NOT pai_ok
                   move "COUNTRY CODE NOT IN MASTER" to exc_motivo
                   PERFORM rejeitar_registro
               WHEN pai_situacao NOT = "R"
                   move "Y" to ws_mestre_resolvido
               WHEN pai_sucessor = spaces
                   move "RETIRED CODE WITHOUT SUCCESSOR" to exc_motivo
                   PERFORM rejeitar_registro
               WHEN ws_salto_sucessor >= 5
                   move "SUCCESSOR CHAIN TOO DEEP" to exc_motivo
                   PERFORM rejeitar_registro
               WHEN OTHER
                   add 1 to ws_salto_sucessor
                   move pai_sucessor to rec_country_code
           END-EVALUATE.
      *
       rejeitar_registro.
           set rec_invalido to true.
           add 1 to ws_rejeitos_totais.
           add 1 to ws_feed_rejeitados.
           move rec to exc_rec.
           WRITE fd_excecao_record FROM ws_linha_excecao.
      *
       imprimir_sumario.
           WRITE fd_relatorio_record FROM Linha_branca.

           move "GAPS BEFORE BACKFILL:"           to ls_rotulo.
           move ws_lacunas_antes                  to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "MISSING COUNTRY-DAYS BEFORE:"    to ls_rotulo.
           move ws_dias_antes                     to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ARCHIVED FEEDS LOADED:"          to ls_rotulo.
           move ws_arquivos_lidos                 to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "ARCHIVED FEEDS NOT FOUND:"       to ls_rotulo.
           move ws_arquivos_ausentes              to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "OBSERVATIONS FILLED:"            to ls_rotulo.
           move ws_registros_gravados             to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "NEXT-DAY OBSERVATIONS REVIEWED:" to ls_rotulo.
           move ws_registros_rederivados          to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "GAPS AFTER BACKFILL:"            to ls_rotulo.
           move ws_lacunas_depois                 to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           move "MISSING COUNTRY-DAYS AFTER:"     to ls_rotulo.
           move ws_dias_depois                    to ls_total.
           WRITE fd_relatorio_record FROM Linha_sumario.

           DISPLAY "BACKFILL: " ws_registros_gravados
               " observation(s) filled, " ws_dias_depois
               " country-day(s) still missing - see backfill.lst.".
      *
       guardar_serie_substituida.
      * The feed's own figure is kept on the superseded-values file,
      * with the run and feed that loaded it, before it is replaced.
           move serie_country_code      to sup_country_code.
           move serie_data              to sup_data.
           move "SERIES"                to sup_origem.
           move serie_new_cases         to sup_new_cases.
           move serie_total_cases       to sup_total_cases.
           move serie_fatalidades       to sup_fatalidades.
           move serie_total_fatalidades to sup_total_fatalidades.
           move serie_recuperados       to sup_recuperados.
           move serie_total_recuperados to sup_total_recuperados.
           move serie_numero_run        to sup_numero_run.
           move serie_arquivo           to sup_arquivo.
           move serie_carga             to sup_carga.
           move ws_numero_run           to sup_run_substituto.
           move ws_arquivo_rederivacao  to sup_arquivo_substituto.
           add 1 to ws_seq_substituicao.
           move FUNCTION CURRENT-DATE(1:16) to sup_substituido_em.
           move ws_seq_substituicao     to sup_seq.
           WRITE fd_substituido_record
               INVALID KEY
                   DISPLAY "*** SUPERSEDED-VALUES WRITE FAILED FOR "
                       sup_country_code " " sup_data
                       " - STATUS " ws_sup_status " ***"
           END-WRITE.
      *
       ler_numero_run.
      * A backfill does not draw a run number of its own - that would
      * put the nightly cycle out of step - so the rows it writes are
      * stamped with the latest run on pandemic_run.num; the feed name
      * and load time tell them apart from that run's own rows.
           move zero to ws_numero_run.
           move "n" to ws_runnum_eof_sw.

           OPEN INPUT arquivo_runnum.
           IF NOT runnum_arquivo_inexistente
               READ arquivo_runnum
                   AT END move "y" to ws_runnum_eof_sw
               END-READ
               IF NOT runnum_eof_sw
                   move runnum_valor to ws_numero_run
               END-IF
           END-IF.
           CLOSE arquivo_runnum.
      *
       finalizar.
           IF ws_rejeitos_totais > 0
               move ws_rejeitos_totais to exc_total_rejeitos
               WRITE fd_excecao_record FROM Header_excecoes
           END-IF.

           CLOSE arquivo_serie.
           CLOSE arquivo_substituidos.
           IF usar_paises_sw
               CLOSE arquivo_paises
           END-IF.
           CLOSE arquivo_excecoes.
           CLOSE arquivo_relatorio.
      *
       END PROGRAM pandemic_backfill.
