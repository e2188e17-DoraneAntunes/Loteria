      $set sourceformat"free"
       identification division.
       program-id. "LoteriaNoite".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>cadeia noturna: roda na ordem certa os lotes do fim do dia, que
      *>o operador da noite disparava um a um de memoria:
      *>    1 - LoteriaFechamento   fecha o concurso do dia e abre o seguinte
      *>    2 - LoteriaAuditoria    confere os arquivos entre si
      *>    3 - LoteriaBackup       copia datada dos arquivos mestres
      *>    4 - LoteriaArquiva      expurgo das apostas ja apuradas
      *>    5 - LoteriaEstatistica  estatisticas dos resultados oficiais
      *>    6 - LoteriaRanking      ranking de sorte por jogo
      *>cada passo roda como programa proprio e devolve o codigo de
      *>retorno: zero e sucesso, qualquer outro valor (discrepancia da
      *>auditoria, arquivo que nao abre, o programa que morre) e falha e
      *>PARA a cadeia — o backup nao regrava o ultimo conjunto bom com
      *>arquivos que nao batem. o controle da corrida (NOITE.DAT, um
      *>registro por passo, regravado a cada mudanca) guarda o inicio, o
      *>fim, o retorno e a situacao de cada passo; a proxima corrida le o
      *>controle e, se o ciclo anterior nao terminou, RETOMA do passo que
      *>falhou (ou que estava rodando quando a maquina caiu) em vez de
      *>recomecar do fechamento. o ciclo com a data de hoje, uma vez
      *>concluido, nao roda de novo — o fechamento fecharia o concurso
      *>que acabou de abrir; o ciclo de um dia anterior retomado e
      *>concluido hoje nao conta, e a corrida desta noite abre o ciclo
      *>de hoje normalmente. a cada
      *>corrida sai a folha da noite NOITE_AAAAMMDD.TXT (data do ciclo),
      *>uma pagina para o turno da manha saber o que rodou. roda
      *>desacompanhado, sem nenhum ACCEPT, e termina com codigo de
      *>retorno 8 quando a cadeia para.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select noite-file assign to "NOITE.DAT"
               organization is line sequential
               file status is ws-fs-noite.
           select folha-file assign to ws-nome-folha
               organization is line sequential
               file status is ws-fs-folha.
       I-O-Control.

       data division.
       file section.

      *>controle da corrida noturna: um registro por passo do ciclo
      *>corrente, regravado por inteiro a cada mudanca de situacao.
       fd  noite-file.
       01  reg-noite.
           05 noi-data-ciclo                        pic 9(08).
           05 noi-passo                             pic 9(02).
           05 noi-programa                          pic x(20).
           05 noi-situacao                          pic x(01).
               88 passo-pendente                    value "P".
               88 passo-rodando                     value "X".
               88 passo-concluido                   value "C".
               88 passo-falhou                      value "F".
           05 noi-inicio                            pic x(14).
           05 noi-fim                               pic x(14).
           05 noi-retorno                           pic 9(05).
           05 noi-tentativas                        pic 9(02).

      *>folha da noite para o turno da manha, uma por ciclo, regravada a
      *>cada corrida do mesmo ciclo.
       fd  folha-file.
       01  reg-folha                                pic x(100).

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-noite                              pic x(02) value "00".
       77 ws-fs-folha                              pic x(02) value "00".
       77 ws-nome-folha                            pic x(30) value spaces.

       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-data-ciclo                            pic 9(08) value 0.

      *>a cadeia, na ordem em que roda.
       77 ws-qtdd-passos                           pic 9(02) value 6.
       01 ws-tab-programas-valores.
           05 filler pic x(20) value "LoteriaFechamento".
           05 filler pic x(20) value "LoteriaAuditoria".
           05 filler pic x(20) value "LoteriaBackup".
           05 filler pic x(20) value "LoteriaArquiva".
           05 filler pic x(20) value "LoteriaEstatistica".
           05 filler pic x(20) value "LoteriaRanking".
       01 ws-tab-programas redefines ws-tab-programas-valores.
           05 ws-programa                          pic x(20) occurs 6 times.

      *>controle da corrida em memoria, um registro por passo (mesma
      *>mecanica do razao em memoria do LoteriaCaixa).
       01 ws-tab-noite.
           05 ws-noite-registro                    pic x(66) occurs 6 times.
       77 ws-qtdd-lidos                            pic 9(02) value 0.
       77 ws-p                                     pic 9(02) value 0.
       77 ws-g                                     pic 9(02) value 0.
       77 ws-passo-inicial                         pic 9(02) value 1.

       77 ws-controle-valido                       pic x(01) value "N".
           88 controle-valido                      value "S".
       77 ws-ciclo-retomado                        pic x(01) value "N".
           88 ciclo-retomado                       value "S".
       77 ws-ciclo-feito-hoje                      pic x(01) value "N".
           88 ciclo-feito-hoje                     value "S".
       77 ws-cadeia-parada                         pic x(01) value "N".
           88 cadeia-parada                        value "S".
       77 ws-passo-parada                          pic 9(02) value 0.

      *>chamada de cada passo como programa proprio: o retorno e o
      *>codigo de saida dele, e um passo que morre nao derruba a cadeia
      *>antes de a falha ficar registrada.
       77 ws-comando                               pic x(60) value spaces.
       77 ws-retorno                               pic s9(09) value 0.

      *>momento formatado para a folha (DD/MM/AAAA HH:MM:SS).
       77 ws-momento                               pic x(14) value spaces.
       77 ws-momento-edit                          pic x(19) value spaces.
       77 ws-inicio-edit                           pic x(19) value spaces.
       77 ws-fim-edit                              pic x(19) value spaces.
       77 ws-situacao-edit                         pic x(14) value spaces.

      *>Usado no programa chamado, variáveis em comum.
       linkage section.

      *>construção de telas.
       screen section.

      *>Declaração dos Procedimentos, do corpo do programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------------------------------------------------
       inicializa section.
      *>-------------------------------------------------------------------------------------------
           move function current-date(1:8)  to ws-data-hoje
           move function current-date(1:14) to ws-data-hora

           perform carrega-controle

           if controle-valido
               perform avalia-ciclo-anterior
           end-if

           if not ciclo-retomado and not ciclo-feito-hoje
               perform monta-ciclo-novo
           end-if

           .
       inicializa-exit.
           exit.
      *>===========================================================================================
       carrega-controle section.
      *>===========================================================================================
           *> le o controle da corrida anterior; so vale se tem um
           *> registro por passo, na ordem e com os programas da cadeia
           *> atual (uma cadeia alterada desde entao comeca ciclo novo).
           move 0   to ws-qtdd-lidos
           move "S" to ws-controle-valido

           open input noite-file
           if ws-fs-noite = "00"
               perform until ws-fs-noite <> "00"
                   read noite-file
                       at end move "10" to ws-fs-noite
                       not at end
                           add 1 to ws-qtdd-lidos
                           if ws-qtdd-lidos > ws-qtdd-passos
                               move "N"  to ws-controle-valido
                               move "10" to ws-fs-noite
                           else
                               if noi-passo not = ws-qtdd-lidos
                                   or noi-programa not =
                                      ws-programa(ws-qtdd-lidos)
                                   move "N" to ws-controle-valido
                               end-if
                               move reg-noite
                                   to ws-noite-registro(ws-qtdd-lidos)
                           end-if
                   end-read
               end-perform
           end-if
           close noite-file
           move "00" to ws-fs-noite

           if ws-qtdd-lidos not = ws-qtdd-passos
               move "N" to ws-controle-valido
           end-if

           .
       carrega-controle-exit.
           exit.
      *>===========================================================================================
       avalia-ciclo-anterior section.
      *>===========================================================================================
           *> o primeiro passo nao concluido do ciclo anterior e de onde
           *> a cadeia retoma: falhou, ficou rodando quando a maquina
           *> caiu ou nem chegou a rodar porque a cadeia parou antes.
           move 0 to ws-passo-inicial
           perform varying ws-p from ws-qtdd-passos by -1 until ws-p < 1
               move ws-noite-registro(ws-p) to reg-noite
               if not passo-concluido
                   move ws-p to ws-passo-inicial
               end-if
           end-perform

           move ws-noite-registro(1) to reg-noite
           move noi-data-ciclo to ws-data-ciclo

           if ws-passo-inicial > 0
               move "S" to ws-ciclo-retomado
               display " Ciclo de " ws-data-ciclo " incompleto: retomando"
                       " do passo " ws-passo-inicial " ("
                       ws-programa(ws-passo-inicial) "). "
           else
               *> ciclo anterior inteiro concluido: se e o ciclo de hoje, a
               *> cadeia ja rodou e nao roda de novo. vale a data do
               *> ciclo, nao a do fim do ultimo passo: o ciclo de ontem
               *> retomado e concluido hoje de manha nao pode impedir o
               *> ciclo desta noite.
               if noi-data-ciclo = ws-data-hoje
                   move "S" to ws-ciclo-feito-hoje
               end-if
           end-if

           .
       avalia-ciclo-anterior-exit.
           exit.
      *>===========================================================================================
       monta-ciclo-novo section.
      *>===========================================================================================
           *> ciclo novo com a data de hoje: todos os passos pendentes.
           move ws-data-hoje to ws-data-ciclo
           move 1 to ws-passo-inicial

           perform varying ws-p from 1 by 1 until ws-p > ws-qtdd-passos
               move ws-data-ciclo     to noi-data-ciclo
               move ws-p              to noi-passo
               move ws-programa(ws-p) to noi-programa
               move "P"               to noi-situacao
               move spaces            to noi-inicio
               move spaces            to noi-fim
               move 0                 to noi-retorno
               move 0                 to noi-tentativas
               move reg-noite to ws-noite-registro(ws-p)
           end-perform

           perform grava-controle

           .
       monta-ciclo-novo-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           if ciclo-feito-hoje
               display " Cadeia noturna ja concluida hoje: nada a rodar. "
           else
               display " ==== Cadeia noturna, ciclo de " ws-data-ciclo
                       " ==== "

               move "N" to ws-cadeia-parada
               perform executa-passo
                   varying ws-p from ws-passo-inicial by 1
                   until ws-p > ws-qtdd-passos or cadeia-parada

               perform grava-folha
           end-if

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       executa-passo section.
      *>===========================================================================================
           *> o passo fica "rodando" no controle ANTES da chamada: se a
           *> maquina cair no meio dele, a proxima corrida sabe de onde
           *> retomar.
           move ws-noite-registro(ws-p) to reg-noite
           move "X" to noi-situacao
           move function current-date(1:14) to noi-inicio
           move spaces to noi-fim
           move 0 to noi-retorno
           add 1 to noi-tentativas
           move reg-noite to ws-noite-registro(ws-p)
           perform grava-controle

           *> a regravacao do controle passou por todos os registros:
           *> o do passo volta para a area de trabalho.
           move ws-noite-registro(ws-p) to reg-noite
           display " Passo " ws-p ": " noi-programa

           move spaces to ws-comando
           string noi-programa delimited by space
                  into ws-comando
           call "SYSTEM" using ws-comando
           move return-code to ws-retorno
           move 0 to return-code

           move ws-noite-registro(ws-p) to reg-noite
           move function current-date(1:14) to noi-fim
           if ws-retorno < 0
               compute noi-retorno = 0 - ws-retorno
           else
               move ws-retorno to noi-retorno
           end-if

           if ws-retorno = 0
               move "C" to noi-situacao
               display "   concluido. "
           else
               move "F" to noi-situacao
               move "S" to ws-cadeia-parada
               move ws-p to ws-passo-parada
               display "   FALHOU com retorno " noi-retorno
                       ": cadeia parada. "
           end-if
           move reg-noite to ws-noite-registro(ws-p)
           perform grava-controle

           .
       executa-passo-exit.
           exit.
      *>===========================================================================================
       grava-controle section.
      *>===========================================================================================
           *> regrava o controle inteiro com a situacao corrente de cada
           *> passo (mesma mecanica do registro de controle em
           *> Loteria.cbl).
           open output noite-file
           perform varying ws-g from 1 by 1 until ws-g > ws-qtdd-passos
               move ws-noite-registro(ws-g) to reg-noite
               write reg-noite
           end-perform
           close noite-file

           .
       grava-controle-exit.
           exit.
      *>===========================================================================================
       grava-folha section.
      *>===========================================================================================
           *> folha da noite: um cabecalho, uma linha por passo e o
           *> veredito — cabe numa pagina.
           move spaces to ws-nome-folha
           string "NOITE_" ws-data-ciclo ".TXT"
                  delimited by size into ws-nome-folha
           open output folha-file

           move ws-data-hora to ws-momento
           perform formata-momento

           move spaces to reg-folha
           string "==== Cadeia noturna - ciclo de " ws-data-ciclo
                  " ===="
                  delimited by size into reg-folha
           write reg-folha

           move spaces to reg-folha
           if ciclo-retomado
               string "Corrida de " ws-momento-edit
                      " retomada a partir do passo " ws-passo-inicial
                      delimited by size into reg-folha
           else
               string "Corrida de " ws-momento-edit
                      " (ciclo novo, a partir do passo 01)"
                      delimited by size into reg-folha
           end-if
           write reg-folha

           move spaces to reg-folha
           write reg-folha
           move spaces to reg-folha
           string "Passo Programa            Situacao      "
                  "Inicio              Fim                 "
                  "Ret.  Tent."
                  delimited by size into reg-folha
           write reg-folha

           perform grava-linha-folha
               varying ws-p from 1 by 1 until ws-p > ws-qtdd-passos

           move spaces to reg-folha
           write reg-folha

           if cadeia-parada
               move ws-noite-registro(ws-passo-parada) to reg-noite
               move spaces to reg-folha
               string "CADEIA PARADA no passo " ws-passo-parada " ("
                          delimited by size
                      noi-programa delimited by space
                      ") com retorno " noi-retorno
                          delimited by size
                      into reg-folha
               write reg-folha
               move spaces to reg-folha
               string "Corrigir a causa (ver a saida do programa) e rodar"
                      " LoteriaNoite de novo: a cadeia retoma deste passo."
                      delimited by size into reg-folha
               write reg-folha
               move spaces to reg-folha
               string "Os passos seguintes NAO rodaram nesta noite."
                      delimited by size into reg-folha
               write reg-folha
           else
               move spaces to reg-folha
               string "CICLO COMPLETO: todos os passos concluidos."
                      delimited by size into reg-folha
               write reg-folha
           end-if

           close folha-file

           display " Folha da noite em " ws-nome-folha

           .
       grava-folha-exit.
           exit.
      *>===========================================================================================
       grava-linha-folha section.
      *>===========================================================================================
           move ws-noite-registro(ws-p) to reg-noite

           evaluate true
               when passo-concluido move "CONCLUIDO"     to ws-situacao-edit
               when passo-falhou    move "FALHOU"        to ws-situacao-edit
               when passo-rodando   move "INTERROMPIDO"  to ws-situacao-edit
               when other           move "NAO RODOU"     to ws-situacao-edit
           end-evaluate

           move noi-inicio to ws-momento
           perform formata-momento
           move ws-momento-edit to ws-inicio-edit
           move noi-fim to ws-momento
           perform formata-momento
           move ws-momento-edit to ws-fim-edit

           move spaces to reg-folha
           string " " noi-passo "   " noi-programa
                  ws-situacao-edit
                  ws-inicio-edit " "
                  ws-fim-edit " "
                  noi-retorno " " noi-tentativas
                  delimited by size into reg-folha
           write reg-folha

           .
       grava-linha-folha-exit.
           exit.
      *>===========================================================================================
       formata-momento section.
      *>===========================================================================================
           *> AAAAMMDDHHMMSS para DD/MM/AAAA HH:MM:SS; passo que nao rodou
           *> sai em branco.
           if ws-momento = spaces
               move spaces to ws-momento-edit
           else
               move spaces to ws-momento-edit
               string ws-momento(7:2) "/" ws-momento(5:2) "/"
                      ws-momento(1:4) " "
                      ws-momento(9:2) ":" ws-momento(11:2) ":"
                      ws-momento(13:2)
                      delimited by size into ws-momento-edit
           end-if

           .
       formata-momento-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           *> a cadeia parada tambem aparece para quem agendou o lote.
           if cadeia-parada
               move 8 to return-code
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
