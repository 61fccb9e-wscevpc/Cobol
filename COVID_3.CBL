      ******************************************************************
      * Author:    CCastellan
      * Date:      22/08/2026
      * Purpose:   Batch maintenance for populacao.dat. Takes
      /            ADD/UPDATE/DELETE transactions from popmaint.trn,
      *            each prefixed by the operator ID that keyed it,
      *            rejects bad transactions and holds the rest on
      *            pandemic_pending.dat until a different operator
      *            APPROVEs (or REJECTs) the item in a later run; only
      *            then is it applied. Prints an audit report
      *            (popmaint.lst) with before/after values, who
      *            entered and who decided each item, and a
      *            transaction summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pandemic_pop_maint.
           RECORD KEY IS pop_country_code
           FILE STATUS IS ws_pop_status.

           SELECT OPTIONAL arquivo_pendente
           ASSIGN TO "pandemic_pending.dat"
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS pen_chave
           FILE STATUS IS ws_pen_status.

           SELECT OPTIONAL arquivo_auditoria
           ASSIGN TO "popmaint.lst"
           ORGANIZATION IS LINE SEQUENTIAL
       01  fd_populacao_record.
           05 pop_country_code           pic X(002).
           05 pop_populacao              pic 9(011).
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
       FD  arquivo_auditoria.
       01  fd_auditoria_record           pic X(100).
           05 la_depois              PIC X(015).
           05 FILLER                 PIC X(003) value spaces.
           05 la_situacao            PIC X(035).
      *
       01  Linha_decisao.
           05 FILLER                 PIC X(009) value spaces.
           05 FILLER                 PIC X(006) value "ITEM #".
           05 ld_pendente            PIC 9(006).
           05 FILLER                 PIC X(012) value " ENTERED BY ".
           05 ld_operador_entrada    PIC X(008).
           05 FILLER                 PIC X(004) value " ON ".
           05 ld_data_entrada        PIC X(010).
           05 FILLER                 PIC X(002) value ", ".
           05 ld_decisao             PIC X(040).
      *
       01  Linha_sumario.
           05 ls_rotulo              PIC X(030).
           88 pop_nao_encontrado         value "23".
           88 pop_duplicado              value "22".
           88 pop_arquivo_inexistente    value "35".
      *
       01  ws_pen_status                 PIC X(002) value "00".
           88 pen_ok                     value "00".
           88 pen_nao_encontrado         value "23".
           88 pen_arquivo_inexistente    value "35".
      *
       01  ws_pen_eof_sw                 PIC X(001) value "n".
           88 pen_eof_sw                 value "y".
           88 pen_not_eof_sw             value "n".
      *
       01  ws_decisao_valida             PIC X(001) value "Y".
           88 decisao_valida             value "Y".
           88 decisao_invalida           value "N".
      *
       01  ws_aprovacao.
           05 ws_operador                PIC X(008).
           05 ws_resto                   PIC X(200).
           05 ws_comando                 PIC X(010).
           05 ws_pendente_x              PIC X(010).
           05 ws_ptr                     PIC 9(004).
           05 ws_ultimo_pendente         PIC 9(006) value zero.
           05 ws_carimbo_execucao        PIC X(016).
           05 ws_texto_decisao           PIC X(025).
      *
       01  ws_trn_eof_sw                 PIC X(001) value "n".
           88 trn_eof_sw                 value "y".
           05 ws_trans_upd               PIC 9(006) value zero.
           05 ws_trans_del               PIC 9(006) value zero.
           05 ws_trans_rejeitadas        PIC 9(006) value zero.
           05 ws_trans_pendentes         PIC 9(006) value zero.
           05 ws_trans_aprovadas         PIC 9(006) value zero.
           05 ws_trans_recusadas         PIC 9(006) value zero.
           05 ws_decisoes_invalidas      PIC 9(006) value zero.
      *
       01  ws_pop_edit                   PIC ZZZ.ZZZ.ZZZ.ZZ9.
      *
               OPEN I-O arquivo_populacao
           END-IF.

           move FUNCTION CURRENT-DATE(1:16) to ws_carimbo_execucao.
           PERFORM abrir_pendentes.

           OPEN INPUT arquivo_transacao.
           IF trn_arquivo_inexistente
               DISPLAY "popmaint.trn not found - nothing to apply."
           WRITE fd_auditoria_record FROM Header_auditoria.
           WRITE fd_auditoria_record FROM Header_colunas.
           WRITE fd_auditoria_record FROM Header_traco.
      *
       abrir_pendentes.
      * The pending file is shared with pandemic_ref_maint; this
      * program's items are keyed under origin "P". Items are never
      * removed, so the last "P" key read is the highest number used.
           OPEN I-O arquivo_pendente.
           IF pen_arquivo_inexistente
               OPEN OUTPUT arquivo_pendente
               CLOSE arquivo_pendente
               OPEN I-O arquivo_pendente
           END-IF.

           move "P"  to pen_origem.
           move zero to pen_id.
           START arquivo_pendente KEY >= pen_chave
               INVALID KEY move "y" to ws_pen_eof_sw
           END-START.

           PERFORM ler_ultimo_pendente UNTIL pen_eof_sw.
      *
       ler_ultimo_pendente.
           READ arquivo_pendente NEXT RECORD
               AT END move "y" to ws_pen_eof_sw
           END-READ.

           IF pen_not_eof_sw
               IF pen_origem NOT = "P"
                   move "y" to ws_pen_eof_sw
               ELSE
                   move pen_id to ws_ultimo_pendente
               END-IF
           END-IF.
      *
       processar_transacao.
           READ arquivo_transacao

           IF trn_not_eof_sw
               add 1 to ws_trans_lidas
               PERFORM separar_operador
               IF ws_comando = "APPROVE" OR "REJECT"
                   PERFORM processar_decisao
               ELSE
                   PERFORM registrar_pendente
               END-IF
           END-IF.
      *
       separar_operador.
      * Layout: operator;action;code;population  (new item)
      *         operator;APPROVE;item  or  operator;REJECT;item
           move spaces to ws_operador.
           move spaces to ws_resto.
           move spaces to ws_comando.
           move spaces to ws_pendente_x.
           move 1 to ws_ptr.

           UNSTRING
               rec_transacao DELIMITED BY ";"
           INTO
               ws_operador
           WITH POINTER ws_ptr
           END-UNSTRING.

           IF ws_ptr <= LENGTH OF rec_transacao
               move rec_transacao(ws_ptr:) to ws_resto
           END-IF.

           UNSTRING
               ws_resto DELIMITED BY ";"
           INTO
               ws_comando
               ws_pendente_x
           END-UNSTRING.
      *
       registrar_pendente.
      * A new item is checked as it is keyed, so a bad line is turned
      * away at once, and held for a second operator if it is clean.
           move ws_resto to rec_transacao.
           PERFORM desmontar_transacao.

           IF ws_operador = spaces
               move "MISSING OPERATOR ID" to la_situacao
               PERFORM rejeitar_transacao
           ELSE
               PERFORM validar_transacao
           END-IF.

           IF trn_valida
               PERFORM gravar_pendente
           END-IF.
      *
       gravar_pendente.
           add 1 to ws_ultimo_pendente.
           move "P"                      to pen_origem.
           move ws_ultimo_pendente       to pen_id.
           move ws_resto                 to pen_transacao.
           move ws_operador              to pen_operador_entrada.
           move ws_carimbo_execucao(1:14) to pen_data_entrada.
           move ws_carimbo_execucao      to pen_run_entrada.
           set pen_pendente              to true.
           move spaces                   to pen_operador_decisao.
           move spaces                   to pen_data_decisao.
           move spaces                   to pen_resultado.
           WRITE fd_pendente_record
               INVALID KEY
                   DISPLAY "PENDING ITEM NOT WRITTEN: " pen_chave
           END-WRITE.

           add 1 to ws_trans_pendentes.
           move spaces to la_antes.
           IF trn_acao = "D"
               move "(DELETE)" to la_depois
           ELSE
               move trn_populacao to ws_pop_edit
               move ws_pop_edit to la_depois
           END-IF.
           move spaces to la_situacao.
           STRING
               "PENDING APPROVAL #" DELIMITED BY SIZE
               pen_id               DELIMITED BY SIZE
               INTO la_situacao
           END-STRING.
           PERFORM gravar_auditoria.
           move ws_operador to ld_operador_entrada.
           move "AWAITING APPROVAL" to ld_decisao.
           PERFORM gravar_linha_decisao.
      *
       processar_decisao.
           PERFORM validar_decisao.

           IF decisao_valida
               move pen_transacao to rec_transacao
               PERFORM desmontar_transacao
               IF ws_comando = "APPROVE"
                   PERFORM aprovar_pendente
               ELSE
                   PERFORM recusar_pendente
               END-IF
               move ws_operador to pen_operador_decisao
               move ws_carimbo_execucao(1:14) to pen_data_decisao
               move la_situacao to pen_resultado
               REWRITE fd_pendente_record
               move pen_operador_entrada to ld_operador_entrada
               move spaces to ld_decisao
               STRING
                   FUNCTION TRIM(ws_texto_decisao)
                                    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   ws_operador      DELIMITED BY SPACE
                   INTO ld_decisao
               END-STRING
               PERFORM gravar_linha_decisao
           END-IF.
      *
       validar_decisao.
      * The checker must be someone other than the maker, and the
      * decision must come in a later run than the one that keyed it.
           set decisao_valida to true.
           move spaces to trn_acao.
           move spaces to trn_country_code.
           set pen_nao_encontrado to true.

           IF ws_operador NOT = spaces
           AND FUNCTION TRIM(ws_pendente_x) NUMERIC
               move "P" to pen_origem
               move FUNCTION NUMVAL(FUNCTION TRIM(ws_pendente_x))
                   to pen_id
               READ arquivo_pendente KEY IS pen_chave
                   INVALID KEY set pen_nao_encontrado to true
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN ws_operador = spaces
                   move "MISSING OPERATOR ID" to la_situacao
                   PERFORM recusar_decisao
               WHEN FUNCTION TRIM(ws_pendente_x) NOT NUMERIC
                   move "ITEM NUMBER NOT NUMERIC" to la_situacao
                   PERFORM recusar_decisao
               WHEN NOT pen_ok
                   move "UNKNOWN PENDING ITEM" to la_situacao
                   PERFORM recusar_decisao
               WHEN NOT pen_pendente
                   move "ITEM ALREADY DECIDED" to la_situacao
                   PERFORM recusar_decisao
               WHEN pen_operador_entrada = ws_operador
                   move "APPROVER SAME AS ENTERING OPERATOR"
                       to la_situacao
                   PERFORM recusar_decisao
               WHEN pen_run_entrada = ws_carimbo_execucao
                   move "DECISION MUST BE IN A LATER RUN"
                       to la_situacao
                   PERFORM recusar_decisao
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       recusar_decisao.
           set decisao_invalida to true.
           add 1 to ws_decisoes_invalidas.
           IF pen_ok
               move pen_transacao to rec_transacao
               PERFORM desmontar_transacao
           END-IF.
           move spaces to la_antes.
           move spaces to la_depois.
           PERFORM gravar_auditoria.
      *
       aprovar_pendente.
      * The item is re-checked and applied as it stands today; a
      * failure at this point is the item's final result. Only an item
      * actually applied counts as approved: one that fails the
      * re-check or the update is kept as approved-not-applied and is
      * counted once, with the rejected transactions.
           PERFORM validar_transacao.
           IF trn_valida
               PERFORM aplicar_transacao
           END-IF.

           IF trn_valida
               set pen_aprovado to true
               add 1 to ws_trans_aprovadas
               move "APPROVED BY" to ws_texto_decisao
           ELSE
               set pen_nao_aplicado to true
               move "APPROVED, NOT APPLIED, BY" to ws_texto_decisao
           END-IF.
      *
       recusar_pendente.
           set pen_rejeitado to true.
           add 1 to ws_trans_recusadas.
           move "REJECTED BY" to ws_texto_decisao.
           move spaces to la_antes.
           move spaces to la_depois.
           move "REJECTED BY APPROVER" to la_situacao.
           PERFORM gravar_auditoria.
      *
       gravar_linha_decisao.
           move pen_id to ld_pendente.
           move spaces to ld_data_entrada.
           STRING
               pen_data_entrada(7:2) DELIMITED BY SIZE
               "/"                   DELIMITED BY SIZE
               pen_data_entrada(5:2) DELIMITED BY SIZE
               "/"                   DELIMITED BY SIZE
               pen_data_entrada(1:4) DELIMITED BY SIZE
               INTO ld_data_entrada
           END-STRING.
           WRITE fd_auditoria_record FROM Linha_decisao.
      *
       desmontar_transacao.
           move spaces to trn_acao.
               move spaces to la_depois
               move "DUPLICATE CODE ON ADD" to la_situacao
               add 1 to ws_trans_rejeitadas
               set trn_invalida to true
           ELSE
               move "(NONE)" to la_antes
               move trn_country_code to pop_country_code
               move spaces to la_depois
               move "UNKNOWN CODE ON UPDATE" to la_situacao
               add 1 to ws_trans_rejeitadas
               set trn_invalida to true
           END-IF.
           PERFORM gravar_auditoria.
      *
               move spaces to la_depois
               move "UNKNOWN CODE ON DELETE" to la_situacao
               add 1 to ws_trans_rejeitadas
               set trn_invalida to true
           END-IF.
           PERFORM gravar_auditoria.
      *
           move "TRANSACTIONS REJECTED:" to ls_rotulo.
           move ws_trans_rejeitadas      to ls_total.
           WRITE fd_auditoria_record FROM Linha_sumario.

           move "SENT FOR APPROVAL:"     to ls_rotulo.
           move ws_trans_pendentes       to ls_total.
           WRITE fd_auditoria_record FROM Linha_sumario.

           move "ITEMS APPROVED:"        to ls_rotulo.
           move ws_trans_aprovadas       to ls_total.
           WRITE fd_auditoria_record FROM Linha_sumario.

           move "ITEMS REJECTED BY APPROVER:" to ls_rotulo.
           move ws_trans_recusadas       to ls_total.
           WRITE fd_auditoria_record FROM Linha_sumario.

           move "DECISIONS REFUSED:"     to ls_rotulo.
           move ws_decisoes_invalidas    to ls_total.
           WRITE fd_auditoria_record FROM Linha_sumario.
      *
       finalizar.
           CLOSE arquivo_populacao.
           CLOSE arquivo_pendente.
           IF NOT trn_arquivo_inexistente
               CLOSE arquivo_transacao
           END-IF.
