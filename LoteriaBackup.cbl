      *>desastre de layout (status 39) tendo como unica seguranca um
      *>arquivo renomeado na mao; um indice corrompido sem isto significa
      *>redigitar o dia inteiro do papel. roda desacompanhado depois do
      *>fechamento, sem nenhum ACCEPT. arquivo mestre que existe mas nao
      *>abre (layout antigo, indice danificado) deixa o conjunto
      *>incompleto e termina com codigo de retorno 8, que para a cadeia
      *>noturna (LoteriaNoite).
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
               access mode is dynamic
               record key is acum-jogo-id
               file status is ws-fs-mestre.
           select reserva-file assign to "RESERVA.DAT"
               organization is indexed
               access mode is dynamic
               record key is rsv-jogo-id
               file status is ws-fs-mestre.
           select controle-file assign to "CONTROLE.DAT"
               organization is line sequential
               file status is ws-fs-controle.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

       fd  concurso-file.
       01  reg-concurso.
           05 conc-data-corte                       pic 9(08).
           05 conc-hora-corte                       pic 9(06).
           05 conc-status                           pic x(01).
           05 conc-tipo                             pic x(01).

       fd  jogo-file.
       01  reg-jogo.
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

       fd  resultados-hist-file.
       01  reg-resultado-hist.
           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 6 times.
           05 rh-acum-anterior                      pic 9(11)v99.
           05 rh-reserva-anterior                   pic 9(11)v99.

       fd  frequencia-file.
       01  reg-frequencia.
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
           05 quota-cliente-id                      pic 9(06).

       fd  operadores-file.
       01  reg-operador.
           05 acum-jogo-id                          pic 9(02).
           05 acum-valor                            pic 9(11)v99.

       fd  reserva-file.
       01  reg-reserva.
           05 rsv-jogo-id                           pic 9(02).
           05 rsv-valor                             pic 9(11)v99.

       fd  controle-file.
       01  reg-controle.
           05 ctl-proximo-numero-aposta             pic 9(09).
           perform copia-operadores
           perform copia-clientes
           perform copia-acumulado
           perform copia-reserva
           perform copia-controle

           display " Backup de " ws-arquivos-copiados
           .
       copia-acumulado-exit.
           exit.
      *>===========================================================================================
       copia-reserva section.
      *>===========================================================================================
           move 0 to ws-registros
           move 0 to ws-total

           move "RESERVA.DAT" to man-arquivo
           open input reserva-file
           if ws-fs-mestre <> "00"
               perform arquivo-ausente
           else
               move spaces to ws-nome-backup
               string "RESERVA_" ws-data-x ".BKP"
                      delimited by size into ws-nome-backup
               open output backup-file

               move low-values to rsv-jogo-id
               start reserva-file key is greater than rsv-jogo-id
                   invalid key move "10" to ws-fs-mestre
                   not invalid key move "00" to ws-fs-mestre
               end-start
               perform until ws-fs-mestre <> "00"
                   read reserva-file next record
                       at end move "10" to ws-fs-mestre
                       not at end
                           move spaces to reg-backup
                           move reg-reserva to reg-backup
                           write reg-backup
                           add 1 to ws-registros
                           add rsv-valor to ws-total
                   end-read
               end-perform
               close backup-file
           end-if
           close reserva-file
           move "00" to ws-fs-mestre

           perform grava-manifesto

           .
       copia-reserva-exit.
           exit.
      *>===========================================================================================
       copia-controle section.
      *>===========================================================================================
           *> arquivo mestre que a banca ainda nao criou (nunca vendeu
           *> bolao, nunca cadastrou cliente...): entra no manifesto com
           *> zero registros, e a restauracao sabe que nao ha o que
           *> reconstruir. um arquivo que existe e nao abre e outra
           *> historia: o conjunto sai incompleto e o lote termina com
           *> erro.
           if ws-fs-mestre = "35"
               display "   " man-arquivo " ausente: copiado como vazio. "
           else
               display "   " man-arquivo " NAO ABRIU (status "
                       ws-fs-mestre "): backup incompleto. "
               move 8 to return-code
           end-if

           .
       arquivo-ausente-exit.
