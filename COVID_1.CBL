           RECORD KEY IS vac_country_code
           FILE STATUS IS ws_vac_status.

           SELECT OPTIONAL arquivo_testes
           ASSIGN TO "testes.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS tst_country_code
           FILE STATUS IS ws_tst_status.

           SELECT OPTIONAL arquivo_checkpoint
           ASSIGN TO "pandemic_rpt.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS est_country_code
           FILE STATUS IS ws_estado_status.

           SELECT OPTIONAL arquivo_substituidos
           ASSIGN TO "pandemic_superseded.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS sup_chave
           FILE STATUS IS ws_sup_status.

           SELECT OPTIONAL arquivo_extrato
           ASSIGN TO ws_nome_extrato
           ORGANIZATION IS LINE SEQUENTIAL
           05 serie_total_fatalidades    pic 9(009).
           05 serie_recuperados          pic 9(009).
           05 serie_total_recuperados    pic 9(009).
           05 serie_numero_run           pic 9(006).
           05 serie_arquivo              pic X(060).
           05 serie_carga                pic X(014).
      *
       FD  arquivo_csv.
       01  fd_csv_record                 pic X(200).
           05 vac_country_code           pic X(002).
           05 vac_doses                  pic 9(011).
           05 vac_imunizados             pic 9(011).
      *
       FD  arquivo_testes.
       01  fd_testes_record.
           05 tst_country_code           pic X(002).
           05 tst_novos_testes           pic 9(011).
           05 tst_total_testes           pic 9(011).
           05 tst_data                   pic 9(008).
      *
       FD  arquivo_checkpoint.
       01  fd_checkpoint_record.
           05 est_second                  pic 9(002).
           05 est_arquivo_seq             pic 9(004).
           05 est_numero_run              pic 9(006).
           05 est_arquivo                 pic X(060).
           05 est_carga                   pic X(014).
      *
       FD  arquivo_substituidos.
       01  fd_substituido_record.
           05 sup_chave.
               10 sup_country_code        pic X(002).
               10 sup_data                pic 9(008).
               10 sup_substituido_em      pic X(016).
               10 sup_seq                 pic 9(004).
           05 sup_origem                  pic X(006).
           05 sup_new_cases               pic 9(009).
           05 sup_total_cases             pic 9(009).
           05 sup_fatalidades             pic 9(009).
           05 sup_total_fatalidades       pic 9(009).
           05 sup_recuperados             pic 9(009).
           05 sup_total_recuperados       pic 9(009).
           05 sup_numero_run              pic 9(006).
           05 sup_arquivo                 pic X(060).
           05 sup_carga                   pic X(014).
           05 sup_run_substituto          pic 9(006).
           05 sup_arquivo_substituto      pic X(060).
      *
       FD  arquivo_extrato.
       01  fd_extrato_record             pic X(250).
           05 sd_hour                     pic 9(002).
           05 sd_minute                   pic 9(002).
           05 sd_second                   pic 9(002).
           05 sd_numero_run               pic 9(006).
           05 sd_arquivo                  pic X(060).
           05 sd_carga                    pic X(014).
      *
       WORKING-STORAGE SECTION.
      *
       01  ws_serie_status               PIC X(002) value "00".
           88 serie_ok                   value "00".
           88 serie_duplicada            value "22".
           88 serie_nao_encontrado       value "23".
           88 serie_arquivo_inexistente  value "35".
      *
       01  ws_pop_status                 PIC X(002) value "00".
           05 ws_vac_por_100             PIC 9(003)V99 value zero.
           05 ws_vac_achou               PIC X(001) value "N".
              88 vac_achou_sw            value "Y".
      *
       01  ws_tst_status                 PIC X(002) value "00".
           88 tst_ok                     value "00".
           88 tst_nao_encontrado         value "23".
           88 tst_arquivo_inexistente    value "05" "35".
      *
       01  ws_usar_testes                PIC X(001) value "Y".
           88 usar_testes_sw             value "Y".
      *
       01  ws_testes_calc.
           05 ws_tst_busca               PIC X(002).
           05 ws_tst_populacao           PIC 9(011) value zeros.
           05 ws_tst_novos_casos         PIC 9(009) value zeros.
           05 ws_tst_data_casos          PIC 9(008) value zeros.
           05 ws_tst_novos_w             PIC 9(011) value zeros.
           05 ws_tst_total_w             PIC 9(011) value zeros.
           05 ws_testes_100k             PIC 9(008)V99 value zero.
           05 ws_positividade            PIC 9(003)V99 value zero.
           05 ws_tst_achou               PIC X(001) value "N".
              88 tst_achou_sw            value "Y".
           05 ws_tst_atual               PIC X(001) value "N".
              88 tst_atual_sw            value "Y".
           05 ws_tem_positividade        PIC X(001) value "N".
              88 tem_positividade_sw     value "Y".
      *
       01  ws_nivel_positividade         PIC 9(003)V99 value 5.
       01  ws_alta_positividade          PIC 9(004) value zero.
      *
       01  ws_regiao_corrente            PIC X(020) value spaces.
      *
           05 ws_reg_por_100k            PIC 9(007)V99 value zeros.
           05 ws_reg_imunizados          PIC 9(012) value zeros.
           05 ws_reg_vac_100             PIC 9(003)V99 value zeros.
           05 ws_reg_testes              PIC 9(012) value zeros.
           05 ws_reg_novos_testes        PIC 9(012) value zeros.
           05 ws_reg_casos_testados      PIC 9(010) value zeros.
           05 ws_reg_pop_testada         PIC 9(012) value zeros.
           05 ws_reg_testes_100k         PIC 9(008)V99 value zeros.
           05 ws_reg_positividade        PIC 9(003)V99 value zeros.
      *
       01  ws_tabela_regioes.
           05 ws_total_regioes           PIC 9(004) value zero.
               10 rg_recuperados         PIC 9(010).
               10 rg_populacao           PIC 9(012).
               10 rg_imunizados          PIC 9(012).
               10 rg_testes              PIC 9(012).
               10 rg_novos_testes        PIC 9(012).
               10 rg_casos_testados      PIC 9(010).
               10 rg_pop_testada         PIC 9(012).
      *
       01  ws_rg_idx                     PIC 9(004).
      *
           05 FILLER                 PIC X(018) value "Population".
           05 FILLER                 PIC X(012) value "Per 100k".
           05 FILLER                 PIC X(007) value "Vax/100".
           05 FILLER                 PIC X(005) value spaces.
           05 FILLER                 PIC X(013) value "Tests/100k".
           05 FILLER                 PIC X(012) value "Positivity %".
      *
       01  Linha_sumario_regiao.
           05 lsum_nome              PIC X(020).
           05 lsum_por_100k          PIC ZZZZZZ9,99.
           05 FILLER                 PIC X(004) value spaces.
           05 lsum_vac_100           PIC ZZ9,99.
           05 FILLER                 PIC X(004) value spaces.
           05 lsum_testes_100k       PIC ZZZZZZZ9,99.
           05 FILLER                 PIC X(005) value spaces.
           05 lsum_positividade      PIC ZZ9,99.
           05 lsum_positividade_x REDEFINES lsum_positividade
                                     PIC X(006).
      *
       01  ws_estado_status              PIC X(002) value "00".
           88 estado_ok                  value "00".
           88 estado_nao_encontrado      value "23".
           88 estado_arquivo_inexistente value "35".
      *
       01  ws_sup_status                 PIC X(002) value "00".
           88 sup_ok                     value "00".
           88 sup_arquivo_inexistente    value "35".
      *
       01  ws_seq_substituicao           PIC 9(004) value zero.
      *
       01  ws_estado_eof_sw              PIC X(001) value "n".
           88 estado_eof_sw              value "y".
           05 lp_tolerancia          PIC 9(009).
           05 FILLER                 PIC X(012) value " MAXFEEDAGE=".
           05 lp_max_idade           PIC 9(004).
           05 FILLER                 PIC X(017) value
              " POSITIVITYLEVEL=".
           05 lp_nivel_positividade  PIC ZZ9,99.
      *
       01  Linha_trailer_run.
           05 FILLER                 PIC X(012) value "RUN NUMBER: ".
           05 FILLER                 PIC X(011) value "CFR %".
           05 FILLER                 PIC X(015) value "Recovery %".
           05 FILLER                 PIC X(012) value "Active".
           05 FILLER                 PIC X(003) value spaces.
           05 FILLER                 PIC X(014) value "Tests/100k".
           05 FILLER                 PIC X(014) value "Positivity %".
      *
       01  Linha_analitico.
           05 lan_country_code       PIC X(002).
           05 lan_recovery           PIC ZZ9,99.
           05 FILLER                 PIC X(005) value spaces.
           05 lan_ativos             PIC -ZZZ.ZZZ.ZZ9.
           05 FILLER                 PIC X(004) value spaces.
           05 lan_testes_100k        PIC ZZZZZZZ9,99.
           05 lan_testes_100k_x REDEFINES lan_testes_100k
                                     PIC X(011).
           05 FILLER                 PIC X(005) value spaces.
           05 lan_positividade       PIC ZZ9,99.
           05 lan_positividade_x REDEFINES lan_positividade
                                     PIC X(006).
           05 FILLER                 PIC X(003) value spaces.
           05 lan_flag               PIC X(022).
      *
       01  Linha_alta_positividade.
           05 FILLER                 PIC X(030) value
              "HIGH TEST POSITIVITY (ABOVE ".
           05 lap_nivel              PIC ZZ9,99.
           05 FILLER                 PIC X(004) value "%): ".
           05 lap_total              PIC ZZZ9.
           05 FILLER                 PIC X(010) value " COUNTRIES".
      *
       01  Titulo_top_cfr.
           05 FILLER                 PIC X(051) value
           PERFORM abrir_regiao.
           PERFORM abrir_paises.
           PERFORM abrir_vacina.
           PERFORM abrir_testes.
           PERFORM abrir_estado.
           PERFORM abrir_substituidos.
           PERFORM ler_parametros.
           PERFORM ler_checkpoint.
           IF ws_ckpt_total > 0
           IF vac_arquivo_inexistente
               move "N" to ws_usar_vacina
           END-IF.
      *
       abrir_testes.
           OPEN INPUT arquivo_testes.
           IF tst_arquivo_inexistente
               move "N" to ws_usar_testes
           END-IF.
      *
       abrir_estado.
           OPEN I-O arquivo_estado.
               CLOSE arquivo_estado
               OPEN I-O arquivo_estado
           END-IF.
      *
       abrir_substituidos.
           OPEN I-O arquivo_substituidos.
           IF sup_arquivo_inexistente
               OPEN OUTPUT arquivo_substituidos
               CLOSE arquivo_substituidos
               OPEN I-O arquivo_substituidos
           END-IF.
      *
       ler_checkpoint.
           move zero to ws_ckpt_total.
           CLOSE arquivo_relatorio.
           CLOSE arquivo_historico.
           CLOSE arquivo_serie.
           CLOSE arquivo_substituidos.
           CLOSE arquivo_csv.
           IF usar_populacao_sw
               CLOSE arquivo_populacao
           IF usar_vacina_sw
               CLOSE arquivo_vacina
           END-IF.
           IF usar_testes_sw
               CLOSE arquivo_testes
           END-IF.
           IF usar_alerta_sw
               CLOSE arquivo_alerta
           END-IF.
           move ws_alert_threshold   to lp_alert_threshold.
           move ws_tolerancia_reconc to lp_tolerancia.
           move ws_max_idade_feed    to lp_max_idade.
           move ws_nivel_positividade to lp_nivel_positividade.
           WRITE fd_runlog_record FROM Linha_log_parms.

           PERFORM VARYING ws_log_idx FROM 1 BY 1
           PERFORM iniciar_varredura_estado.
           PERFORM analisar_pais UNTIL estado_eof_sw.

           IF usar_testes_sw
               move ws_nivel_positividade to lap_nivel
               move ws_alta_positividade  to lap_total
               move spaces to fd_relatorio_record
               WRITE fd_relatorio_record
               WRITE fd_relatorio_record FROM Linha_alta_positividade
               add 2 to ws_linhas_pagina
           END-IF.

           PERFORM imprimir_top_cfr.
           PERFORM imprimir_top_novos.
           PERFORM imprimir_top_100k.
               move ws_cfr           to lan_cfr
               move ws_recovery      to lan_recovery
               move ws_ativos        to lan_ativos
               move est_country_code to ws_tst_busca
               move est_populacao    to ws_tst_populacao
               move est_new_cases    to ws_tst_novos_casos
               compute ws_tst_data_casos =
                   est_year * 10000 + est_month * 100 + est_day
               PERFORM buscar_testes
               PERFORM montar_colunas_testes
               WRITE fd_relatorio_record FROM Linha_analitico
               add 1 to ws_linhas_pagina

                   PERFORM inserir_top_vacc
               END-IF
           END-IF.
      *
       montar_colunas_testes.
      * Tests per 100k needs a population on file and positivity needs
      * a day with tests reported; either column is left blank rather
      * than printed as a misleading zero. A country above the
      * POSITIVITYLEVEL parameter is flagged - its case counts are
      * likely understated by too little testing.
           move spaces to lan_flag.
           IF tst_achou_sw AND ws_tst_populacao > 0
               move ws_testes_100k to lan_testes_100k
           ELSE
               move spaces to lan_testes_100k_x
           END-IF.

           IF tem_positividade_sw
               move ws_positividade to lan_positividade
               IF ws_positividade > ws_nivel_positividade
                   move "** HIGH POSITIVITY **" to lan_flag
                   add 1 to ws_alta_positividade
               END-IF
           ELSE
               move spaces to lan_positividade_x
           END-IF.
      *
       inserir_top_cfr.
           move zero to ws_t.
                           FUNCTION TRIM(ws_parm_value))
                           to ws_alert_threshold
                       move "Y" to ws_usar_alerta
                   WHEN "POSITIVITYLEVEL"
                       move FUNCTION NUMVAL(
                           FUNCTION TRIM(ws_parm_value))
                           to ws_nivel_positividade
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      * file from flagging every one of its rows as a duplicate
                   PERFORM reconciliar_duplicata
               END-IF
               PERFORM guardar_estado_substituido
               PERFORM montar_registro_estado
               REWRITE fd_estado_record
           ELSE
           move rec_second            to est_second.
           move ws_arq_idx            to est_arquivo_seq.
           move ws_numero_run         to est_numero_run.
           move ws_nome_arquivo_covid to est_arquivo.
           move FUNCTION CURRENT-DATE(1:14) to est_carga.
      *
       guardar_estado_substituido.
      * The country's state record is about to be replaced by a later
      * row or file: its current figures, and the run and feed that
      * loaded them, go to the superseded-values file first.
           move est_country_code      to sup_country_code.
           move est_year              to sup_data(1:4).
           move est_month             to sup_data(5:2).
           move est_day               to sup_data(7:2).
           move "STATE"               to sup_origem.
           move est_new_cases         to sup_new_cases.
           move est_total_cases       to sup_total_cases.
           move est_fatalidades       to sup_fatalidades.
           move est_total_fatalidades to sup_total_fatalidades.
           move est_recuperados       to sup_recuperados.
           move est_total_recuperados to sup_total_recuperados.
           move est_numero_run        to sup_numero_run.
           move est_arquivo           to sup_arquivo.
           move est_carga             to sup_carga.
           move ws_nome_arquivo_covid to sup_arquivo_substituto.
           PERFORM gravar_substituido.
      *
       gravar_substituido.
           add 1 to ws_seq_substituicao.
           move FUNCTION CURRENT-DATE(1:16) to sup_substituido_em.
           move ws_seq_substituicao   to sup_seq.
           move ws_numero_run         to sup_run_substituto.
           WRITE fd_substituido_record
               INVALID KEY
                   DISPLAY "*** SUPERSEDED-VALUES WRITE FAILED FOR "
                       sup_country_code " " sup_data
                       " - STATUS " ws_sup_status " ***"
           END-WRITE.
      *
       ler_estado_chave.
           READ arquivo_estado KEY IS est_country_code
               move est_hour              to sd_hour
               move est_minute            to sd_minute
               move est_second            to sd_second
               move est_numero_run        to sd_numero_run
               move est_arquivo           to sd_arquivo
               move est_carga             to sd_carga
               RELEASE sd_record
           END-IF.
      *
           move sd_country_code to ws_vac_busca.
           move sd_populacao    to ws_vac_populacao.
           PERFORM buscar_vacina.
           move sd_country_code to ws_tst_busca.
           move sd_populacao    to ws_tst_populacao.
           move sd_new_cases    to ws_tst_novos_casos.
           compute ws_tst_data_casos =
               sd_year * 10000 + sd_month * 100 + sd_day.
           PERFORM buscar_testes.
           PERFORM acumular_regiao.

           PERFORM calcular_historico.
           move zeros to ws_reg_recuperados.
           move zeros to ws_reg_populacao.
           move zeros to ws_reg_imunizados.
           move zeros to ws_reg_testes.
           move zeros to ws_reg_novos_testes.
           move zeros to ws_reg_casos_testados.
           move zeros to ws_reg_pop_testada.

           IF ws_linhas_pagina >= ws_linhas_por_pagina
               PERFORM imprimir_cabecalho
           add sd_total_cases        to ws_world_cases.
           add sd_total_fatalidades  to ws_world_fatalidades.
           add sd_total_recuperados  to ws_world_recuperados.
      * Testing rates only count the countries that report tests, so
      * a region is not diluted by populations with no test data; the
      * region's positivity only takes tests dated the same day as
      * the cases they are set against.
           IF tst_achou_sw
               add ws_tst_total_w    to ws_reg_testes
               add sd_populacao      to ws_reg_pop_testada
               IF tst_atual_sw
                   add ws_tst_novos_w    to ws_reg_novos_testes
                   add sd_new_cases      to ws_reg_casos_testados
               END-IF
           END-IF.
      *
       imprimir_subtotal_regiao.
           move zero to ws_reg_por_100k.
                   to rg_populacao(ws_total_regioes)
               move ws_reg_imunizados
                   to rg_imunizados(ws_total_regioes)
               move ws_reg_testes
                   to rg_testes(ws_total_regioes)
               move ws_reg_novos_testes
                   to rg_novos_testes(ws_total_regioes)
               move ws_reg_casos_testados
                   to rg_casos_testados(ws_total_regioes)
               move ws_reg_pop_testada
                   to rg_pop_testada(ws_total_regioes)
           ELSE
               DISPLAY "REGION SUMMARY TABLE FULL - "
                   ws_regiao_corrente " left off the summary page."
               move rg_populacao(ws_rg_idx)    to lsum_populacao
               move ws_reg_por_100k            to lsum_por_100k
               move ws_reg_vac_100             to lsum_vac_100
               PERFORM calcular_testes_regiao
               WRITE fd_relatorio_record FROM Linha_sumario_regiao
               add 1 to ws_linhas_pagina
           END-PERFORM.
      *
       calcular_testes_regiao.
           move zero to ws_reg_testes_100k.
           IF rg_pop_testada(ws_rg_idx) > 0
               compute ws_reg_testes_100k rounded =
                   rg_testes(ws_rg_idx) * 100000
                   / rg_pop_testada(ws_rg_idx)
           END-IF.
           move ws_reg_testes_100k to lsum_testes_100k.

           IF rg_novos_testes(ws_rg_idx) > 0
               compute ws_reg_positividade rounded =
                   rg_casos_testados(ws_rg_idx) * 100
                   / rg_novos_testes(ws_rg_idx)
                   ON SIZE ERROR move 999,99 to ws_reg_positividade
               END-COMPUTE
               move ws_reg_positividade to lsum_positividade
           ELSE
               move spaces to lsum_positividade_x
           END-IF.
      *
       calcular_historico.
      * Known limitation: the state file keeps one row per country
      * this file accumulates one dated observation per country per
      * report date, so trend reporting can look back over time. A
      * re-run for the same report date replaces that date's record
      * instead of duplicating it; the values it held go to the
      * superseded-values file first. Each record carries the run,
      * feed and load time of the state record it came from.
           move sd_country_code       to serie_country_code.
           move sd_year               to serie_year.
           move sd_month              to serie_month.
           move sd_day                to serie_day.
           READ arquivo_serie KEY IS serie_chave
               INVALID KEY set serie_nao_encontrado to true
           END-READ.
           IF serie_ok
               PERFORM guardar_serie_substituida
           END-IF.

           move sd_new_cases          to serie_new_cases.
           move sd_total_cases        to serie_total_cases.
           move sd_fatalidades        to serie_fatalidades.
           move sd_total_fatalidades  to serie_total_fatalidades.
           move sd_recuperados        to serie_recuperados.
           move sd_total_recuperados  to serie_total_recuperados.
           move sd_numero_run         to serie_numero_run.
           move sd_arquivo            to serie_arquivo.
           move sd_carga              to serie_carga.
           IF serie_ok
               REWRITE fd_serie_record
           ELSE
               WRITE fd_serie_record
           END-IF.
      *
       guardar_serie_substituida.
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
           move sd_arquivo              to sup_arquivo_substituto.
           PERFORM gravar_substituido.
      *
       verificar_alerta.
           IF usar_alerta_sw AND hist_ok
                   END-IF
               END-IF
           END-IF.
      *
       buscar_testes.
      * Tests per 100k is cumulative tests over population, like the
      * per-100k case rate; positivity is the day's new cases over the
      * day's new tests, and is only defined when tests were reported
      * that day. A country missing from the latest testing extract
      * keeps an older record, so new tests dated other than the
      * case row are not used and positivity is left blank.
           move "N" to ws_tst_achou.
           move "N" to ws_tst_atual.
           move "N" to ws_tem_positividade.
           move zeros to ws_tst_novos_w.
           move zeros to ws_tst_total_w.
           move zero to ws_testes_100k.
           move zero to ws_positividade.

           IF usar_testes_sw
               move ws_tst_busca to tst_country_code
               READ arquivo_testes KEY IS tst_country_code
                   INVALID KEY set tst_nao_encontrado to true
               END-READ
               IF tst_ok
                   move "Y" to ws_tst_achou
                   move tst_total_testes to ws_tst_total_w
                   IF tst_data = ws_tst_data_casos
                       move "Y" to ws_tst_atual
                       move tst_novos_testes to ws_tst_novos_w
                   END-IF
                   IF ws_tst_populacao > 0
                       compute ws_testes_100k rounded =
                           tst_total_testes * 100000
                           / ws_tst_populacao
                           ON SIZE ERROR
                               move 99999999,99 to ws_testes_100k
                       END-COMPUTE
                   END-IF
                   IF tst_atual_sw AND tst_novos_testes > 0
                       move "Y" to ws_tem_positividade
                       compute ws_positividade rounded =
                           ws_tst_novos_casos * 100
                           / tst_novos_testes
                           ON SIZE ERROR move 999,99 to ws_positividade
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
      *
       validar_codigo_mestre.
      * Input rows are checked against the country master so unknown
