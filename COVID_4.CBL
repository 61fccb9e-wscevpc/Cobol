      *            writes the semicolon-delimited c.csvw layout that
      *            pandemic_rpt reads, with its own rejects file for
      *            malformed elements, replacing the manual desktop
      *            conversion step. Before anything is loaded the feed
      *            is checked against the provider's manifest
      *            (summary.mft: file name;data date YYYYMMDD;country
      *            count;byte count); a feed that does not match is
      *            renamed to summary.json.QUARANTINE.<timestamp>, the
      *            JSONLOAD cycle record is marked FAILED and the step
      *            ends with return code 8. A feed that never arrived
      *            fails the step the same way; in either case c.csvw
      *            is left as it was. Every transfer is logged on
      *            pandemic_transfer.log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_json_load.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL.

           SELECT OPTIONAL arquivo_manifesto
           ASSIGN TO "summary.mft"
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
      *
       FD  arquivo_rejeitos.
       01  fd_rejeito_record             pic X(300).
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
       01  ws_json_eof_sw                PIC X(001) value "n".
           88 json_eof_sw                value "y".
           88 json_not_eof_sw            value "n".
      *
       01  ws_manifesto_status           PIC X(002) value "00".
           88 manifesto_inexistente      value "05" "35".
      *
       01  ws_ciclo_status               PIC X(002) value "00".
           88 ciclo_ok                   value "00".
       01  ws_ciclo.
           05 ws_numero_ciclo            PIC 9(006) value zero.
           05 ws_passo_corrente          PIC X(010) value "JSONLOAD".
      *
       01  ws_manifesto.
           05 mf_arquivo                 PIC X(060).
           05 mf_data_x                  PIC X(010).
           05 mf_paises_x                PIC X(010).
           05 mf_bytes_x                 PIC X(015).
           05 mf_data                    PIC 9(008) value zero.
           05 mf_paises                  PIC 9(006) value zero.
           05 mf_bytes                   PIC 9(012) value zero.
      *
       01  ws_conferencia.
           05 ws_modo                    PIC X(001) value "L".
              88 conferindo_sw           value "C".
              88 carregando_sw           value "L".
           05 ws_quarentena              PIC X(001) value "N".
              88 feed_quarentena         value "Y".
           05 ws_feed_recebido           PIC X(001) value "Y".
              88 feed_recebido_sw        value "Y".
           05 ws_carga_falhou            PIC X(001) value "N".
              88 carga_falhou            value "Y".
           05 ws_motivo_manifesto        PIC X(030) value spaces.
           05 ws_nome_feed               PIC X(100) value
              "summary.json".
           05 ws_nome_quarentena         PIC X(100) value spaces.
           05 ws_conf_paises             PIC 9(006) value zero.
           05 ws_conf_datas_divergentes  PIC 9(006) value zero.
           05 ws_data_elemento           PIC X(008).
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
       01  ws_maquina.
           05 ws_profundidade            PIC 9(004) value zero.

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
               move "y" to ws_json_eof_sw
           ELSE
               OPEN INPUT arquivo_json
               IF json_arquivo_inexistente
                   DISPLAY "summary.json not found - nothing to load."
                   move "y" to ws_json_eof_sw
               END-IF
               OPEN OUTPUT arquivo_saida
           END-IF.

           OPEN OUTPUT arquivo_rejeitos.
      *
       processar_linha.
           ELSE
               move "Y" to ws_obj_estourou
           END-IF.
      *
       conferir_manifesto.
      * The whole feed is checked before a line of c.csvw is written:
      * byte count first, then a counting pass through the parser for
      * the country elements and their data date.
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
                   OR FUNCTION TRIM(mf_paises_x) NOT NUMERIC
                   OR FUNCTION TRIM(mf_bytes_x) NOT NUMERIC
                   move "MANIFEST INCOMPLETE" to ws_motivo_manifesto
               WHEN ws_tamanho_feed NOT = mf_bytes
                   move "BYTE COUNT MISMATCH" to ws_motivo_manifesto
               WHEN OTHER
                   PERFORM contar_feed
                   IF ws_conf_paises NOT = mf_paises
                       move "COUNTRY COUNT MISMATCH"
                           to ws_motivo_manifesto
                   ELSE
                       IF ws_conf_datas_divergentes > zero
                           move "DATA DATE MISMATCH"
                               to ws_motivo_manifesto
                       END-IF
                   END-IF
           END-EVALUATE.

      * A feed that never arrived fails the step like a quarantined
      * one, so the chain does not go on to report from an empty
      * c.csvw; there is simply nothing to rename.
           IF ws_motivo_manifesto NOT = spaces
               move "Y" to ws_carga_falhou
               IF feed_recebido_sw
                   PERFORM colocar_quarentena
               ELSE
                   DISPLAY "*** JSON LOAD: summary.json NOT RECEIVED -"
                       " nothing loaded, cycle marked FAILED. ***"
               END-IF
           END-IF.

           PERFORM registrar_transferencia.
      *
       ler_manifesto.
           move spaces to ws_manifesto.
           move zero to mf_data.
           move zero to mf_paises.
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
                   mf_paises_x
                   mf_bytes_x
               END-UNSTRING
               IF mf_data_x(1:8) NUMERIC
                   move mf_data_x(1:8) to mf_data
               END-IF
               IF FUNCTION TRIM(mf_paises_x) NUMERIC
                   move FUNCTION NUMVAL(FUNCTION TRIM(mf_paises_x))
                       to mf_paises
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
           OPEN INPUT arquivo_json.
           move "C" to ws_modo.
           PERFORM processar_linha UNTIL json_eof_sw.
           CLOSE arquivo_json.

      * back to a clean parser and counters for the loading pass
           move "L" to ws_modo.
           move "n" to ws_json_eof_sw.
           move zero to ws_profundidade.
           move "N" to ws_em_string.
           move "N" to ws_escapado.
           move "N" to ws_capturando.
           move zeros to ws_contadores.
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
               DISPLAY "*** summary.json could not be renamed to "
                   FUNCTION TRIM(ws_nome_quarentena) " ***"
           END-IF.
           move zero to RETURN-CODE.

           DISPLAY "*** JSON LOAD: summary.json QUARANTINED - "
               FUNCTION TRIM(ws_motivo_manifesto) " - nothing loaded,"
               " cycle marked FAILED. ***".
      *
       registrar_transferencia.
      * pandemic_transfer.log is never emptied: one line per feed per
      * load, shared with pandemic_vacc_load.
           OPEN EXTEND arquivo_transferencia.

           move FUNCTION CURRENT-DATE(1:14) to lt_carimbo.
           move ws_passo_corrente  to lt_passo.
           move ws_nome_feed       to lt_arquivo.
           move mf_data_x          to lt_data.
           move mf_paises          to lt_paises_esperados.
           move ws_conf_paises     to lt_paises_recebidos.
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
       processar_objeto.
           IF conferindo_sw
               PERFORM conferir_objeto
           ELSE
               PERFORM carregar_objeto
           END-IF.
      *
       conferir_objeto.
      * Counting pass: every country element counts towards the
      * manifest's country figure (a malformed one is still a country
      * the provider sent) and its Date must carry the manifest date.
           set elemento_valido to true.

           IF obj_estourou_sw
               add 1 to ws_conf_paises
           ELSE
               PERFORM extrair_campos
               IF elemento_valido
                   add 1 to ws_conf_paises
                   move spaces to ws_data_elemento
                   STRING
                       cp_date(1:4) DELIMITED BY SIZE
                       cp_date(6:2) DELIMITED BY SIZE
                       cp_date(9:2) DELIMITED BY SIZE
                       INTO ws_data_elemento
                   END-STRING
                   IF ws_data_elemento NOT = mf_data_x(1:8)
                       add 1 to ws_conf_datas_divergentes
                   END-IF
               END-IF
           END-IF.
      *
       carregar_objeto.
           add 1 to ws_elementos_lidos.
           set elemento_valido to true.

               " non-country objects skipped.".

           IF NOT json_arquivo_inexistente
           AND NOT carga_falhou
               CLOSE arquivo_json
           END-IF.
           IF NOT carga_falhou
               CLOSE arquivo_saida
           END-IF.
           CLOSE arquivo_rejeitos.

           PERFORM registrar_fim_ciclo.

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
