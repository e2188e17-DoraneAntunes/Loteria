      *>para sempre. o estorno: marca cada premio do concurso como
      *>estornado e lanca no razao o registro de estorno que o balanceia
      *>(o razao nunca e editado na mao, sempre balanceia por
      *>lancamentos); devolve o fundo acumulado e a reserva especial do
      *>jogo aos valores que tinham antes da apuracao errada (guardados
      *>em rh-acum-anterior e rh-reserva-anterior: desfaz tanto a
      *>parcela retida por um concurso regular quanto a reserva
      *>entregue a um concurso especial);
      *>corrige o resultado guardado em RESULTADOS.DAT; volta o concurso
      *>para fechado; e journaliza a operacao inteira. depois disso a
      *>conferencia pode ser rodada de novo com o RESULTADO.TXT certo.
               access mode is dynamic
               record key is acum-jogo-id
               file status is ws-fs-acumulado.
           select reserva-file assign to "RESERVA.DAT"
               organization is indexed
               access mode is dynamic
               record key is rsv-jogo-id
               file status is ws-fs-reserva.
           select estorno-file assign to "ESTORNO.TXT"
               organization is line sequential
               file status is ws-fs-estorno.
               88 premio-estorno-rev                value "R".
           05 prem-data-pagamento                   pic 9(08).
           05 prem-operador-pagto                   pic x(10).
           05 prem-valor-ir                         pic 9(09)v99.
           05 prem-valor-liquido                    pic 9(09)v99.

      *>cadastro mestre de concursos, mesmo layout de Loteria.cbl.
       fd  concurso-file.
               88 concurso-aberto                   value "A".
               88 concurso-fechado                  value "F".
               88 concurso-apurado                  value "P".
           05 conc-tipo                             pic x(01).
               88 concurso-especial                 value "E".

      *>banco historico de resultados oficiais, mesmo layout gravado pela
      *>conferencia em Loteria.cbl.
           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 6 times.
           05 rh-acum-anterior                      pic 9(11)v99.
           05 rh-reserva-anterior                   pic 9(11)v99.

      *>fundo acumulado de premios por jogo, mesmo layout de Loteria.cbl.
       fd  acumulado-file.
           05 acum-jogo-id                          pic 9(02).
           05 acum-valor                            pic 9(11)v99.

      *>reserva especial por jogo, mesmo layout de Loteria.cbl.
       fd  reserva-file.
       01  reg-reserva.
           05 rsv-jogo-id                           pic 9(02).
           05 rsv-valor                             pic 9(11)v99.

      *>relatorio dos estornos feitos, arquivado corrida apos corrida.
       fd  estorno-file.
       01  reg-estorno                              pic x(120).
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-fs-resultados-hist                    pic x(02) value "00".
       77 ws-fs-acumulado                          pic x(02) value "00".
       77 ws-fs-reserva                            pic x(02) value "00".
       77 ws-fs-estorno                            pic x(02) value "00".
       77 ws-fs-operadores                         pic x(02) value "00".
       77 ws-fs-jornal                             pic x(02) value "00".
           88 razao-estourado                      value "S".
       01 ws-tabela-premios.
           05 ws-prem-tab occurs 20000 times.
               10 ws-prem-registro                 pic x(150).

       77 ws-i                                     pic 9(05) value 0.
      *>ws-n tambem varre o razao inteiro em estorna-premios, entao tem a
           open i-o resultados-hist-file
           open i-o acumulado-file

           *> reserva especial: banca que nunca apurou com ela nao tem o
           *> arquivo, e o estorno o cria para devolver o valor.
           open i-o reserva-file
           if ws-fs-reserva = "35" then
               open output reserva-file
               close reserva-file
               open i-o reserva-file
           end-if

           *> assinatura do operador: estorno refaz o razao e devolve o
           *> fundo acumulado, so o nivel maximo entra.
           open i-o operadores-file
           display " ESTORNO do concurso " ws-concurso-alvo
                   " (jogo " conc-jogo-id "): "
           display "   - os premios apurados serao estornados no razao; "
           display "   - o fundo acumulado e a reserva especial do jogo"
                   " voltam aos valores de antes da apuracao; "
           display "   - o resultado guardado sera corrigido; "
           display "   - o concurso volta para FECHADO, para nova"
                   " conferencia. "
                       display " ATENCAO: concurso " ws-concurso-posterior
                               " do jogo " rh-jogo-id
                               " foi apurado DEPOIS do estornado: "
                       display " o fundo e a reserva restaurados NAO"
                               " incluem os movimentos dessas"
                               " apuracoes — conciliar manualmente. "
                       move spaces to reg-estorno
                       string "  ATENCAO: apuracao posterior (concurso "
                              ws-concurso-posterior
                              ") do mesmo jogo — conciliar o fundo"
                              " acumulado e a reserva manualmente"
                              delimited by size into reg-estorno
                       write reg-estorno
                   end-if
                   move acum-valor to ws-valor-acum-edit
                   display " Fundo acumulado do jogo " rh-jogo-id
                           " restaurado para R$ " ws-valor-acum-edit ". "

                   perform restaura-reserva
           end-read

           .
       restaura-acumulado-exit.
           exit.
      *>===========================================================================================
       restaura-reserva section.
      *>===========================================================================================
           *> a reserva especial do jogo volta ao valor de antes da
           *> apuracao errada (rh-reserva-anterior, no registro ja lido
           *> por restaura-acumulado): um regular devolve a parcela que
           *> reteve, um especial recebe de volta a reserva que entregou.
           *> resultado convertido de antes da reserva restaura zero, que
           *> era a reserva da epoca.
           move rh-jogo-id to rsv-jogo-id
           read reserva-file
               invalid key move 0 to rsv-valor
           end-read
           move reg-reserva to jor-antes

           move rh-jogo-id          to rsv-jogo-id
           move rh-reserva-anterior to rsv-valor
           rewrite reg-reserva
               invalid key
                   write reg-reserva
                       invalid key display " Erro ao restaurar"
                               " reserva: " ws-fs-reserva
                   end-write
           end-rewrite

           move "RESERVA"    to jor-arquivo
           move "ESTORNO"    to jor-operacao
           move reg-reserva  to jor-depois
           perform grava-jornal

           move rsv-valor to ws-valor-acum-edit
           display " Reserva especial do jogo " rh-jogo-id
                   " restaurada para R$ " ws-valor-acum-edit ". "
           move spaces to reg-estorno
           string "  Reserva especial do jogo " rh-jogo-id
                  " restaurada para R$ " ws-valor-acum-edit
                  delimited by size into reg-estorno
           write reg-estorno

           .
       restaura-reserva-exit.
           exit.
      *>===========================================================================================
       verifica-apuracao-posterior section.
      *>===========================================================================================
           close concurso-file
           close resultados-hist-file
           close acumulado-file
           close reserva-file
           close estorno-file
           close operadores-file
           close jornal-file
