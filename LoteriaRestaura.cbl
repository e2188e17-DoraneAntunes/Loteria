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
                   when "OPERADORES.DAT" perform restaura-operadores
                   when "CLIENTES.DAT"   perform restaura-clientes
                   when "ACUMULADO.DAT"  perform restaura-acumulado
                   when "RESERVA.DAT"    perform restaura-reserva
                   when "CONTROLE.DAT"   perform restaura-controle
                   when other
                       display "   Linha de manifesto desconhecida: "
           .
       restaura-acumulado-exit.
           exit.
      *>===========================================================================================
       restaura-reserva section.
      *>===========================================================================================
           perform abre-copia
           if ws-fs-backup = "00"
               open output reserva-file
               perform until ws-fs-backup <> "00"
                   read backup-file
                       at end move "10" to ws-fs-backup
                       not at end
                           move reg-backup to reg-reserva
                           write reg-reserva
                               invalid key add 1 to ws-divergencias
                           end-write
                   end-read
               end-perform
               close backup-file
               close reserva-file
               move "00" to ws-fs-backup

               move 0 to ws-registros
               move 0 to ws-total
               open input reserva-file
               move low-values to rsv-jogo-id
               start reserva-file key is greater than rsv-jogo-id
                   invalid key move "10" to ws-fs-mestre
                   not invalid key move "00" to ws-fs-mestre
               end-start
               perform until ws-fs-mestre <> "00"
                   read reserva-file next record
                       at end move "10" to ws-fs-mestre
                       not at end
                           add 1 to ws-registros
                           add rsv-valor to ws-total
                   end-read
               end-perform
               close reserva-file
               move "00" to ws-fs-mestre

               perform confere-arquivo
           end-if

           .
       restaura-reserva-exit.
           exit.
      *>===========================================================================================
       restaura-controle section.
      *>===========================================================================================
