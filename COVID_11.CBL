           05 serie_total_fatalidades    pic 9(009).
           05 serie_recuperados          pic 9(009).
           05 serie_total_recuperados    pic 9(009).
           05 serie_numero_run           pic 9(006).
           05 serie_arquivo              pic X(060).
           05 serie_carga                pic X(014).
      *
       FD  arquivo_regiao.
       01  fd_regiao_record.
