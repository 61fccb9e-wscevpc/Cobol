      *            (vaccination.csvw: code;doses;fully vaccinated),
      *            rejects malformed rows to vacc_rejeitos.csvw and
      *            loads the keyed vaccination file (vacina.dat) that
      *            pandemic_rpt reads for its coverage figures. Stamps
      *            its VACCLOAD record in pandemic_cycle.dat like the
      *            JSON load. The feed is first checked against the
      *            provider's manifest (vaccination.mft: file name;data
      *            date YYYYMMDD;row count;byte count); a feed that does
      *            not match is renamed to
      *            vaccination.csvw.QUARANTINE.<timestamp>, nothing is
      *            loaded, VACCLOAD is marked FAILED and the step ends
      *            with return code 8; a feed that never arrived fails
      *            the step the same way. Logged on
      *            pandemic_transfer.log.
      *            Every accepted row is also kept as a dated
      *            observation on pandemic_vacchist.dat (country + the
      *            manifest's data date) for pandemic_rollout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_vacc_load.
           RECORD KEY IS vac_country_code
           FILE STATUS IS ws_vac_status.

           SELECT OPTIONAL arquivo_vacina_hist
           ASSIGN TO "pandemic_vacchist.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS vh_chave
           FILE STATUS IS ws_vh_status.

           SELECT OPTIONAL arquivo_rejeitos
           ASSIGN TO "vacc_rejeitos.csvw"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_manifesto
           ASSIGN TO "vaccination.mft"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS ws_manifesto_status.

           SELECT OPTIONAL arquivo_transferencia
           ASSIGN TO "pandemic_transfer.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *
           05 vac_country_code           pic X(002).
           05 vac_doses                  pic 9(011).
           05 vac_imunizados             pic 9(011).
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
       FD  arquivo_rejeitos.
       01  fd_rejeito_record             pic X(200).
      *
       FD  arquivo_manifesto.
       01  fd_manifesto_record.
           05 rec_manifesto              pic X(200).
      *
       FD  arquivo_transferencia.
       01  fd_transferencia_record       pic X(150).
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
       WORKING-STORAGE SECTION.
      *
           88 vac_ok                     value "00".
           88 vac_nao_encontrado         value "23".
           88 vac_arquivo_inexistente    value "35".
      *
       01  ws_manifesto_status           PIC X(002) value "00".
           88 manifesto_inexistente      value "05" "35".
      *
       01  ws_vh_status                  PIC X(002) value "00".
           88 vh_ok                      value "00".
           88 vh_nao_encontrado          value "23".
           88 vh_arquivo_inexistente     value "35".
      *
       01  ws_ciclo_status               PIC X(002) value "00".
           88 ciclo_ok                   value "00".
           88 ciclo_nao_encontrado       value "23".
           88 ciclo_arquivo_inexistente  value "35".
      *
       01  ws_runnum_status              PIC X(002) value "00".
           88 runnum_arquivo_inexistente value "05" "35".
      *
       01  ws_runnum_eof_sw              PIC X(001) value "n".
           88 runnum_eof_sw              value "y".
      *
       01  ws_ciclo.
           05 ws_numero_ciclo            PIC 9(006) value zero.
           05 ws_passo_corrente          PIC X(010) value "VACCLOAD".
      *
       01  ws_manifesto.
           05 mf_arquivo                 PIC X(060).
           05 mf_data_x                  PIC X(010).
           05 mf_linhas_x                PIC X(010).
           05 mf_bytes_x                 PIC X(015).
           05 mf_data                    PIC 9(008) value zero.
           05 mf_linhas                  PIC 9(006) value zero.
           05 mf_bytes                   PIC 9(012) value zero.
      *
       01  ws_conferencia.
           05 ws_quarentena              PIC X(001) value "N".
              88 feed_quarentena         value "Y".
           05 ws_feed_recebido           PIC X(001) value "Y".
              88 feed_recebido_sw        value "Y".
           05 ws_carga_falhou            PIC X(001) value "N".
              88 carga_falhou            value "Y".
           05 ws_motivo_manifesto        PIC X(030) value spaces.
           05 ws_nome_feed               PIC X(100) value
              "vaccination.csvw".
           05 ws_nome_quarentena         PIC X(100) value spaces.
           05 ws_conf_linhas             PIC 9(006) value zero.
           05 ws_data_hoje               PIC 9(008) value zero.
           05 ws_tamanho_feed            PIC 9(012) value zero.
      *
       01  ws_info_feed.
           05 ws_info_tamanho            PIC X(008) COMP-X.
           05 ws_info_data_hora          PIC X(008).
      *
       01  Linha_log_transferencia.
           05 FILLER                 PIC X(005) value "XFER ".
           05 lt_carimbo             PIC X(014).
           05 FILLER                 PIC X(001) value spaces.
           05 lt_passo               PIC X(008).
           05 FILLER                 PIC X(001) value spaces.
           05 lt_arquivo             PIC X(020).
           05 FILLER                 PIC X(006) value " DATE ".
           05 lt_data                PIC X(008).
           05 FILLER                 PIC X(011) value " COUNTRIES ".
           05 lt_paises_esperados    PIC ZZZZZ9.
           05 FILLER                 PIC X(001) value "/".
           05 lt_paises_recebidos    PIC ZZZZZ9.
           05 FILLER                 PIC X(007) value " BYTES ".
           05 lt_bytes_esperados     PIC ZZZZZZZZZZZ9.
           05 FILLER                 PIC X(001) value "/".
           05 lt_bytes_recebidos     PIC ZZZZZZZZZZZ9.
           05 FILLER                 PIC X(001) value spaces.
           05 lt_resultado           PIC X(011).
           05 FILLER                 PIC X(001) value spaces.
           05 lt_motivo              PIC X(030).
      *
       01  Linha_log_quarentena.
           05 FILLER                 PIC X(020) value
              "     QUARANTINED AS ".
           05 lq_nome                PIC X(100).
      *
       01  ws_feed_eof_sw                PIC X(001) value "n".
           88 feed_eof_sw                value "y".
           05 ws_paises_incluidos        PIC 9(006) value zero.
           05 ws_paises_atualizados      PIC 9(006) value zero.
           05 ws_linhas_rejeitadas       PIC 9(006) value zero.
           05 ws_observacoes_gravadas    PIC 9(006) value zero.
      *
       01  ws_data_observacao            PIC 9(008) value zero.
      *
       01  ws_linha_rejeito.
           05 FILLER                     PIC X(019) value

           PERFORM finalizar.

           IF carga_falhou
               move 8 to RETURN-CODE
           END-IF.

           STOP RUN.
      *
       inicializar.
           PERFORM iniciar_ciclo.

           PERFORM conferir_manifesto.

           IF carga_falhou
               move "y" to ws_feed_eof_sw
           ELSE
               OPEN INPUT arquivo_feed
               IF feed_arquivo_inexistente
                   DISPLAY
                       "vaccination.csvw not found - nothing to load."
                   move "y" to ws_feed_eof_sw
               END-IF
           END-IF.

           OPEN I-O arquivo_vacina.
               OPEN I-O arquivo_vacina
           END-IF.

           OPEN I-O arquivo_vacina_hist.
           IF vh_arquivo_inexistente
               OPEN OUTPUT arquivo_vacina_hist
               CLOSE arquivo_vacina_hist
               OPEN I-O arquivo_vacina_hist
           END-IF.

      * The observation is dated by the provider's data date, not the
      * load date, so a late or repeated delivery lands on its own day.
           IF mf_data > zero
               move mf_data to ws_data_observacao
           ELSE
               move FUNCTION CURRENT-DATE(1:8) to ws_data_observacao
           END-IF.

           OPEN OUTPUT arquivo_rejeitos.
      *
       conferir_manifesto.
      * Same checks as pandemic_json_load; here the manifest's count
      * is the number of rows in the extract. The data date also keys
      * the dated history, so it must be a real date and not ahead of
      * the run date.
           move FUNCTION CURRENT-DATE(1:8) to ws_data_hoje.
           PERFORM ler_manifesto.
           PERFORM medir_feed.

           EVALUATE TRUE
               WHEN NOT feed_recebido_sw
                   move "FEED NOT RECEIVED" to ws_motivo_manifesto
               WHEN manifesto_inexistente
                   move "NO MANIFEST RECEIVED" to ws_motivo_manifesto
               WHEN mf_arquivo NOT = ws_nome_feed
                   move "MANIFEST IS FOR ANOTHER FILE"
                       to ws_motivo_manifesto
               WHEN mf_data_x(1:8) NOT NUMERIC
                   OR FUNCTION TRIM(mf_linhas_x) NOT NUMERIC
                   OR FUNCTION TRIM(mf_bytes_x) NOT NUMERIC
                   move "MANIFEST INCOMPLETE" to ws_motivo_manifesto
               WHEN mf_data_x(5:2) < "01" OR mf_data_x(5:2) > "12"
                   OR mf_data_x(7:2) < "01" OR mf_data_x(7:2) > "31"
                   OR mf_data > ws_data_hoje
                   move "INVALID DATA DATE" to ws_motivo_manifesto
               WHEN ws_tamanho_feed NOT = mf_bytes
                   move "BYTE COUNT MISMATCH" to ws_motivo_manifesto
               WHEN OTHER
                   PERFORM contar_feed
                   IF ws_conf_linhas NOT = mf_linhas
                       move "COUNTRY COUNT MISMATCH"
                           to ws_motivo_manifesto
                   END-IF
           END-EVALUATE.

      * A feed that never arrived fails the step like a quarantined
      * one; there is simply nothing to rename.
           IF ws_motivo_manifesto NOT = spaces
               move "Y" to ws_carga_falhou
               IF feed_recebido_sw
                   PERFORM colocar_quarentena
               ELSE
                   DISPLAY "*** VACC LOAD: vaccination.csvw NOT "
                       "RECEIVED - nothing loaded, cycle marked "
                       "FAILED. ***"
               END-IF
           END-IF.

           PERFORM registrar_transferencia.
      *
       ler_manifesto.
           move spaces to ws_manifesto.
           move zero to mf_data.
           move zero to mf_linhas.
           move zero to mf_bytes.

           OPEN INPUT arquivo_manifesto.
           IF NOT manifesto_inexistente
               READ arquivo_manifesto
                   AT END move "35" to ws_manifesto_status
               END-READ
           END-IF.

           IF NOT manifesto_inexistente
               UNSTRING
                   rec_manifesto DELIMITED BY ";"
               INTO
                   mf_arquivo
                   mf_data_x
                   mf_linhas_x
                   mf_bytes_x
               END-UNSTRING
               IF mf_data_x(1:8) NUMERIC
                   move mf_data_x(1:8) to mf_data
               END-IF
               IF FUNCTION TRIM(mf_linhas_x) NUMERIC
                   move FUNCTION NUMVAL(FUNCTION TRIM(mf_linhas_x))
                       to mf_linhas
               END-IF
               IF FUNCTION TRIM(mf_bytes_x) NUMERIC
                   move FUNCTION NUMVAL(FUNCTION TRIM(mf_bytes_x))
                       to mf_bytes
               END-IF
           END-IF.
           CLOSE arquivo_manifesto.
      *
       medir_feed.
           move zero to ws_tamanho_feed.
           CALL "CBL_CHECK_FILE_EXIST" USING ws_nome_feed ws_info_feed.
           IF RETURN-CODE = 0
               move "Y" to ws_feed_recebido
               move ws_info_tamanho to ws_tamanho_feed
           ELSE
               move "N" to ws_feed_recebido
           END-IF.
           move zero to RETURN-CODE.
      *
       contar_feed.
      * Blank lines are not rows; a malformed row still counts as one
      * the provider sent.
           OPEN INPUT arquivo_feed.
           PERFORM contar_linha UNTIL feed_eof_sw.
           CLOSE arquivo_feed.
           move "n" to ws_feed_eof_sw.
      *
       contar_linha.
           READ arquivo_feed
               AT END move "y" to ws_feed_eof_sw
           END-READ.

           IF feed_not_eof_sw
           AND rec_feed NOT = spaces
               add 1 to ws_conf_linhas
           END-IF.
      *
       colocar_quarentena.
           move "Y" to ws_quarentena.
           move spaces to ws_nome_quarentena.
           STRING
               FUNCTION TRIM(ws_nome_feed)      DELIMITED BY SIZE
               ".QUARANTINE."                   DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)      DELIMITED BY SIZE
               INTO ws_nome_quarentena
           END-STRING.

           CALL "CBL_RENAME_FILE" USING ws_nome_feed
                                        ws_nome_quarentena.
           IF RETURN-CODE NOT = 0
               DISPLAY "*** vaccination.csvw could not be renamed to "
                   FUNCTION TRIM(ws_nome_quarentena) " ***"
           END-IF.
           move zero to RETURN-CODE.

           DISPLAY "*** VACC LOAD: vaccination.csvw QUARANTINED - "
               FUNCTION TRIM(ws_motivo_manifesto) " - nothing loaded,"
               " cycle marked FAILED. ***".
      *
       registrar_transferencia.
           OPEN EXTEND arquivo_transferencia.

           move FUNCTION CURRENT-DATE(1:14) to lt_carimbo.
           move ws_passo_corrente  to lt_passo.
           move ws_nome_feed       to lt_arquivo.
           move mf_data_x          to lt_data.
           move mf_linhas          to lt_paises_esperados.
           move ws_conf_linhas     to lt_paises_recebidos.
           move mf_bytes           to lt_bytes_esperados.
           move ws_tamanho_feed    to lt_bytes_recebidos.
           move ws_motivo_manifesto to lt_motivo.
           EVALUATE TRUE
               WHEN NOT feed_recebido_sw
                   move "NOT RECVD" to lt_resultado
               WHEN feed_quarentena
                   move "QUARANTINED" to lt_resultado
               WHEN OTHER
                   move "ACCEPTED" to lt_resultado
           END-EVALUATE.
           WRITE fd_transferencia_record FROM Linha_log_transferencia.

           IF feed_quarentena
               move ws_nome_quarentena to lq_nome
               WRITE fd_transferencia_record FROM Linha_log_quarentena
           END-IF.

           CLOSE arquivo_transferencia.
      *
       processar_linha.
           READ arquivo_feed
               WRITE fd_vacina_record
               add 1 to ws_paises_incluidos
           END-IF.

           PERFORM gravar_vacina_hist.
      *
       gravar_vacina_hist.
      * One observation per country per data date; a reload of the same
      * date replaces it, as vacina.dat is replaced.
           move vf_country_code(1:2) to vh_country_code.
           move ws_data_observacao   to vh_data.
           READ arquivo_vacina_hist KEY IS vh_chave
               INVALID KEY set vh_nao_encontrado to true
           END-READ.

           move vf_country_code(1:2)         to vh_country_code.
           move ws_data_observacao           to vh_data.
           move num_doses                    to vh_doses.
           move num_imunizados               to vh_imunizados.
           move ws_numero_ciclo              to vh_numero_run.
           move FUNCTION CURRENT-DATE(1:14)  to vh_carga.
           IF vh_ok
               REWRITE fd_vacina_hist_record
           ELSE
               WRITE fd_vacina_hist_record
               add 1 to ws_observacoes_gravadas
           END-IF.
      *
       finalizar.
           IF ws_linhas_rejeitadas > 0
               " added, " ws_paises_atualizados
               " updated, " ws_linhas_rejeitadas
               " rejected.".
           DISPLAY "VACC LOAD: " ws_observacoes_gravadas
               " new observations dated " ws_data_observacao
               " on pandemic_vacchist.dat.".

           IF NOT feed_arquivo_inexistente
           AND NOT carga_falhou
               CLOSE arquivo_feed
           END-IF.
           CLOSE arquivo_vacina.
           CLOSE arquivo_vacina_hist.
           CLOSE arquivo_rejeitos.

           PERFORM registrar_fim_ciclo.
      *
       iniciar_ciclo.
      * Runs ahead of pandemic_rpt in the nightly chain, so, as in
      * pandemic_json_load, its cycle number is the NEXT run number.
           PERFORM ler_numero_run.
           add 1 to ws_numero_ciclo.
           PERFORM abrir_ciclo.
           PERFORM registrar_inicio_ciclo.
      *
       ler_numero_run.
           move zero to ws_numero_ciclo.
           move "n" to ws_runnum_eof_sw.

           OPEN INPUT arquivo_runnum.
           IF NOT runnum_arquivo_inexistente
               READ arquivo_runnum
                   AT END move "y" to ws_runnum_eof_sw
               END-READ
               IF NOT runnum_eof_sw
                   move runnum_valor to ws_numero_ciclo
               END-IF
           END-IF.
           CLOSE arquivo_runnum.
      *
       abrir_ciclo.
           OPEN I-O arquivo_ciclo.
           IF ciclo_arquivo_inexistente
               OPEN OUTPUT arquivo_ciclo
               CLOSE arquivo_ciclo
               OPEN I-O arquivo_ciclo
           END-IF.
      *
       registrar_inicio_ciclo.
           move ws_passo_corrente to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           move ws_passo_corrente to cic_step.
           move ws_numero_ciclo to cic_numero_run.
           move FUNCTION CURRENT-DATE(1:14) to cic_inicio.
           move spaces to cic_fim.
           move "STARTED" to cic_situacao.
           IF ciclo_ok
               REWRITE fd_ciclo_record
           ELSE
               WRITE fd_ciclo_record
           END-IF.
      *
       registrar_fim_ciclo.
           move ws_passo_corrente to cic_step.
           READ arquivo_ciclo KEY IS cic_step
               INVALID KEY set ciclo_nao_encontrado to true
           END-READ.

           IF ciclo_ok
               move FUNCTION CURRENT-DATE(1:14) to cic_fim
               IF carga_falhou
                   move "FAILED" to cic_situacao
               ELSE
                   move "COMPLETE" to cic_situacao
               END-IF
               REWRITE fd_ciclo_record
           END-IF.
           CLOSE arquivo_ciclo.
      *
       END PROGRAM pandemic_vacc_load.
