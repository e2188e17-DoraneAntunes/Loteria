      $set sourceformat"free"
       identification division.
       program-id. "LoteriaTurno".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>fechamento de caixa do operador: a gaveta de cada operador recebe
      *>as vendas e paga os premios (LoteriaCaixa grava quem pagou em
      *>prem-operador-pagto), comeca o dia com um troco inicial e tem
      *>sangrias (dinheiro recolhido da gaveta durante o dia). o turno e
      *>da gaveta de um operador num dia e vive no arquivo TURNOS.DAT,
      *>apenas acrescido: um registro de abertura (com o troco), um por
      *>sangria e um de fechamento, em que o operador digita o dinheiro
      *>contado. o saldo esperado e troco + vendas carimbadas pelo
      *>operador no dia do turno (apostas vivas e arquivadas, canceladas
      *>fora) - premios liquidados por ele no dia (o liquido entregue;
      *>o imposto retido fica na banca) - sangrias; a diferenca contra o
      *>contado e a quebra de caixa (falta ou sobra), que sai no
      *>relatorio QUEBRA_CAIXA.TXT no fechamento de cada turno e, por
      *>dia, com todos os operadores. todo registro de turno vai ao
      *>jornal de auditoria. operador de nivel 1 so mexe no proprio
      *>turno; supervisor (nivel 2 ou 3) informa o operador da gaveta.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select turnos-file assign to "TURNOS.DAT"
               organization is line sequential
               file status is ws-fs-turnos.
           select quebra-file assign to "QUEBRA_CAIXA.TXT"
               organization is line sequential
               file status is ws-fs-quebra.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ap-numero-aposta
               file status is ws-fs-apostas.
           select apostas-hist-file assign to "APOSTAS_HIST.DAT"
               organization is line sequential
               file status is ws-fs-apostas-hist.
           select premios-file assign to "PREMIOS.DAT"
               organization is line sequential
               file status is ws-fs-premios.
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-fs-operadores.
           select jornal-file assign to "JORNAL.TXT"
               organization is line sequential
               file status is ws-fs-jornal.
       I-O-Control.

       data division.
       file section.

      *>turnos de caixa, um registro por evento da gaveta:
      *>tur-tipo "A" abertura (tur-valor = troco inicial), "S" sangria
      *>(tur-valor = valor recolhido) e "F" fechamento (tur-valor =
      *>dinheiro contado, com a conferencia calculada gravada junto).
      *>tur-data e sempre o dia do turno, tambem na sangria e no
      *>fechamento; tur-registrado-por e quem digitou o evento.
       fd  turnos-file.
       01  reg-turno.
           05 tur-operador                          pic x(10).
           05 tur-data                              pic 9(08).
           05 tur-tipo                              pic x(01).
               88 turno-abertura                    value "A".
               88 turno-sangria                     value "S".
               88 turno-fechamento                  value "F".
           05 tur-hora                              pic 9(06).
           05 tur-valor                             pic 9(09)v99.
           05 tur-vendas                            pic 9(09)v99.
           05 tur-premios                           pic 9(09)v99.
           05 tur-sangrias                          pic 9(09)v99.
      *>esperado pode ficar negativo (premio pago acima do que entrou);
      *>contado menos esperado: negativo e falta, positivo e sobra.
           05 tur-esperado                          pic s9(09)v99
                                                    sign is leading separate.
           05 tur-diferenca                         pic s9(09)v99
                                                    sign is leading separate.
           05 tur-registrado-por                    pic x(10).

      *>relatorio de quebra de caixa, arquivado corrida apos corrida.
       fd  quebra-file.
       01  reg-quebra                               pic x(132).

      *>apostas gravadas por Loteria.cbl, mesmo layout.
       fd  apostas-file.
       01  reg-aposta.
           05 ap-numero-aposta                     pic 9(09).
           05 ap-operador                           pic x(10).
           05 ap-concurso                           pic 9(06).
           05 ap-concurso-final                     pic 9(06).
           05 ap-jogo-id                            pic 9(02).
           05 ap-qtdd_aposta                        pic 9(02).
           05 ap-valor                              pic 9(07)v99.
           05 ap-status                             pic x(01).
               88 aposta-ativa                      value "A".
               88 aposta-cancelada                  value "C".
           05 ap-bolao-id                           pic 9(04).
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>historico sequencial de apostas arquivadas, mesmo layout da
      *>aposta viva (ver apostas-hist-file em Loteria.cbl).
       fd  apostas-hist-file.
       01  reg-aposta-hist.
           05 hist-numero-aposta                   pic 9(09).
           05 hist-operador                         pic x(10).
           05 hist-concurso                         pic 9(06).
           05 hist-concurso-final                   pic 9(06).
           05 hist-jogo-id                          pic 9(02).
           05 hist-qtdd_aposta                      pic 9(02).
           05 hist-valor                            pic 9(07)v99.
           05 hist-status                           pic x(01).
           05 hist-bolao-id                         pic 9(04).
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>livro-razao de premios, mesmo layout gravado por Loteria.cbl.
       fd  premios-file.
       01  reg-premio.
           05 prem-concurso                         pic 9(06).
           05 prem-numero-aposta                    pic 9(09).
           05 prem-operador                         pic x(10).
           05 prem-cliente-id                       pic 9(06).
           05 prem-cliente-nome                     pic x(30).
           05 prem-faixa                            pic 9(01).
           05 prem-valor                            pic 9(09)v99.
           05 prem-data-apuracao                    pic 9(08).
           05 prem-situacao                         pic x(01).
               88 premio-a-pagar                    value "A".
               88 premio-liquidado                  value "L".
               88 premio-estornado                  value "E".
               88 premio-estorno-rev                value "R".
           05 prem-data-pagamento                   pic 9(08).
           05 prem-operador-pagto                   pic x(10).
           05 prem-valor-ir                         pic 9(09)v99.
           05 prem-valor-liquido                    pic 9(09)v99.

      *>cadastro mestre de operadores, mesmo layout de Loteria.cbl.
       fd  operadores-file.
       01  reg-operador.
           05 op-id                                 pic x(10).
           05 op-nome                               pic x(30).
           05 op-senha                              pic x(10).
           05 op-ativo                              pic x(01).
               88 operador-ativo                    value "A".
           05 op-nivel                              pic 9(01).

      *>jornal de auditoria, mesmo layout de Loteria.cbl.
       fd  jornal-file.
       01  reg-jornal.
           05 jor-data-hora                         pic x(14).
           05 jor-operador                          pic x(10).
           05 jor-arquivo                           pic x(12).
           05 jor-operacao                          pic x(08).
           05 jor-antes                             pic x(150).
           05 jor-depois                            pic x(150).

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-turnos                             pic x(02) value "00".
       77 ws-fs-quebra                             pic x(02) value "00".
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-fs-premios                            pic x(02) value "00".
       77 ws-fs-operadores                         pic x(02) value "00".
       77 ws-fs-jornal                             pic x(02) value "00".
       77 ws-apostas-disponivel                    pic x(01) value "N".
           88 apostas-disponivel                   value "S".

       77 ws-operador                              pic x(10) value spaces.
       77 ws-senha                                 pic x(10) value spaces.
       77 ws-login-ok                              pic x(01) value "N".
           88 login-ok                             value "S".
       77 ws-tentativas-login                      pic 9(01) value 0.
       77 ws-nivel-operador                        pic 9(01) value 0.

       77 ws-opcao                                 pic 9(01) value 9.
       77 ws-confirma                              pic x(01) value "N".
       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-hora-agora                            pic 9(06) value 0.
       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-valor-centavos                        pic 9(09) value 0.

      *>situacao do turno do operador da gaveta, apurada varrendo
      *>TURNOS.DAT: o ultimo turno aberto e ainda nao fechado, com o
      *>troco e as sangrias dele.
       77 ws-operador-turno                        pic x(10) value spaces.
       77 ws-operador-informado                    pic x(10) value spaces.
       77 ws-turno-aberto                          pic x(01) value "N".
           88 turno-aberto                         value "S".
       77 ws-turno-de-hoje                         pic x(01) value "N".
           88 turno-de-hoje                        value "S".
       77 ws-turno-data                            pic 9(08) value 0.
       77 ws-turno-troco                           pic 9(09)v99 value 0.
       77 ws-turno-sangrias                        pic 9(09)v99 value 0.

      *>conferencia do fechamento.
       77 ws-turno-vendas                          pic 9(09)v99 value 0.
       77 ws-turno-premios                         pic 9(09)v99 value 0.
       77 ws-turno-esperado                        pic s9(09)v99 value 0.
       77 ws-turno-contado                         pic 9(09)v99 value 0.
       77 ws-turno-diferenca                       pic s9(09)v99 value 0.
       77 ws-qtdd-vendas                           pic 9(06) value 0.
       77 ws-qtdd-premios                          pic 9(06) value 0.
       77 ws-vd-concursos                          pic 9(06) value 0.
       77 ws-vd-total                              pic 9(09)v99 value 0.
       77 ws-situacao-quebra                       pic x(05) value spaces.

      *>relatorio do dia.
       77 ws-data-relatorio                        pic 9(08) value 0.
       77 ws-qtdd-fechados                         pic 9(04) value 0.
       77 ws-qtdd-abertos-dia                      pic 9(04) value 0.
       77 ws-dia-esperado                          pic s9(11)v99 value 0.
       77 ws-dia-contado                           pic 9(11)v99 value 0.
       77 ws-dia-diferenca                         pic s9(11)v99 value 0.
       77 ws-dia-faltas                            pic 9(11)v99 value 0.
       77 ws-dia-sobras                            pic 9(11)v99 value 0.
       01 ws-abertos-dia.
           05 ws-aberto-operador                   pic x(10) occurs 200 times.
       77 ws-a                                     pic 9(04) value 0.
       77 ws-achou                                 pic x(01) value "N".
           88 achou                                value "S".

       77 ws-valor-edit                            pic zz.zzz.zz9,99.
       77 ws-troco-edit                            pic zz.zzz.zz9,99.
       77 ws-vendas-edit                           pic zz.zzz.zz9,99.
       77 ws-premios-edit                          pic zz.zzz.zz9,99.
       77 ws-sangrias-edit                         pic zz.zzz.zz9,99.
       77 ws-esperado-edit                         pic -z.zzz.zzz.zz9,99.
       77 ws-contado-edit                          pic zz.zzz.zzz.zz9,99.
       77 ws-diferenca-edit                        pic -z.zzz.zzz.zz9,99.
       77 ws-faltas-edit                           pic zz.zzz.zzz.zz9,99.
       77 ws-sobras-edit                           pic zz.zzz.zzz.zz9,99.

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

           *> jornal de auditoria dos turnos; extend: so cresce.
           open extend jornal-file
           if ws-fs-jornal <> "00" then
               open output jornal-file
           end-if

           *> relatorio de quebra arquivado corrida apos corrida.
           open extend quebra-file
           if ws-fs-quebra <> "00" then
               open output quebra-file
           end-if

           *> assinatura do operador contra o cadastro mestre: o turno
           *> mexe em dinheiro, ninguem abre ou fecha gaveta sem assinar.
           open i-o operadores-file
           if ws-fs-operadores <> "00"
               display " Cadastro de operadores OPERADORES.DAT nao encontrado. "
               display " Execute o programa Loteria ao menos uma vez antes. "
               stop run
           end-if

           move "N" to ws-login-ok
           move 0   to ws-tentativas-login
           perform until login-ok or ws-tentativas-login >= 3
               add 1 to ws-tentativas-login
               display " Identificacao do operador: " with no advancing
               accept ws-operador
               display " Senha: " with no advancing
               accept ws-senha

               move ws-operador to op-id
               read operadores-file
                   invalid key
                       display " Operador nao cadastrado. "
                   not invalid key
                       *> senha em branco nunca assina (ver Loteria.cbl).
                       if operador-ativo and op-senha = ws-senha
                               and ws-senha not = spaces
                           move "S" to ws-login-ok
                           move op-nivel to ws-nivel-operador
                       else
                           display " Senha invalida ou operador inativo. "
                       end-if
               end-read
           end-perform

           if not login-ok
               display " Acesso negado apos 3 tentativas. "
               stop run
           end-if

           *> apostas vivas, so para leitura, na soma das vendas; sem o
           *> arquivo so o historico e somado.
           move "N" to ws-apostas-disponivel
           open input apostas-file
           if ws-fs-apostas = "00"
               move "S" to ws-apostas-disponivel
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           perform until ws-opcao = 0
               display " "
               display " ==== Turno de caixa do operador ==== "
               display " 1 - Abrir turno "
               display " 2 - Registrar sangria "
               display " 3 - Fechar turno "
               display " 4 - Relatorio de quebra de caixa do dia "
               display " 0 - Sair "
               display " Opcao: " with no advancing
               accept ws-opcao

               evaluate ws-opcao
                   when 1 perform abre-turno
                   when 2 perform registra-sangria
                   when 3 perform fecha-turno
                   when 4 perform relatorio-quebra-dia
                   when 0 continue
                   when other display " Opcao invalida. "
               end-evaluate
           end-perform

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       identifica-gaveta section.
      *>===========================================================================================
           *> de quem e a gaveta: operador de nivel 1 so mexe na propria;
           *> supervisor informa o operador (branco = a propria gaveta).
           move ws-operador to ws-operador-turno
           if ws-nivel-operador >= 2
               display " Operador da gaveta (branco = " ws-operador "): "
                       with no advancing
               move spaces to ws-operador-informado
               accept ws-operador-informado
               if ws-operador-informado not = spaces
                   move ws-operador-informado to ws-operador-turno
               end-if
           end-if

           perform localiza-turno

           .
       identifica-gaveta-exit.
           exit.
      *>===========================================================================================
       localiza-turno section.
      *>===========================================================================================
           *> varre TURNOS.DAT atras dos eventos do operador da gaveta:
           *> cada abertura comeca um turno novo, as sangrias do dia dele
           *> se somam e o fechamento do mesmo dia o encerra.
           move "N" to ws-turno-aberto
           move "N" to ws-turno-de-hoje
           move 0   to ws-turno-data
           move 0   to ws-turno-troco
           move 0   to ws-turno-sangrias

           open input turnos-file
           if ws-fs-turnos = "00"
               perform until ws-fs-turnos <> "00"
                   read turnos-file
                       at end move "10" to ws-fs-turnos
                       not at end
                           if tur-operador = ws-operador-turno
                               perform acumula-evento-turno
                           end-if
                   end-read
               end-perform
           end-if
           close turnos-file
           move "00" to ws-fs-turnos

           .
       localiza-turno-exit.
           exit.
      *>===========================================================================================
       acumula-evento-turno section.
      *>===========================================================================================
           if tur-data = ws-data-hoje
               move "S" to ws-turno-de-hoje
           end-if

           evaluate true
               when turno-abertura
                   move "S"      to ws-turno-aberto
                   move tur-data  to ws-turno-data
                   move tur-valor to ws-turno-troco
                   move 0         to ws-turno-sangrias
               when turno-sangria
                   if turno-aberto and tur-data = ws-turno-data
                       add tur-valor to ws-turno-sangrias
                   end-if
               when turno-fechamento
                   if turno-aberto and tur-data = ws-turno-data
                       move "N" to ws-turno-aberto
                   end-if
               when other
                   continue
           end-evaluate

           .
       acumula-evento-turno-exit.
           exit.
      *>===========================================================================================
       abre-turno section.
      *>===========================================================================================
           perform identifica-gaveta

           if turno-aberto
               display " Operador " ws-operador-turno
                       " ja tem turno aberto desde " ws-turno-data
                       ": feche-o antes de abrir outro. "
           else
           if turno-de-hoje
               display " Operador " ws-operador-turno
                       " ja teve turno hoje: um turno por gaveta por dia. "
           else
               display " Troco inicial da gaveta em centavos: "
                       with no advancing
               move 0 to ws-valor-centavos
               accept ws-valor-centavos

               move spaces              to reg-turno
               move ws-operador-turno   to tur-operador
               move ws-data-hoje        to tur-data
               move "A"                 to tur-tipo
               compute tur-valor = ws-valor-centavos / 100
               perform grava-turno

               move tur-valor to ws-valor-edit
               display " Turno de " ws-operador-turno " aberto em "
                       ws-data-hoje " com troco de R$ " ws-valor-edit
           end-if
           end-if

           .
       abre-turno-exit.
           exit.
      *>===========================================================================================
       registra-sangria section.
      *>===========================================================================================
           perform identifica-gaveta

           if not turno-aberto
               display " Operador " ws-operador-turno
                       " nao tem turno aberto. "
           else
               display " Valor recolhido da gaveta em centavos: "
                       with no advancing
               move 0 to ws-valor-centavos
               accept ws-valor-centavos

               if ws-valor-centavos = 0
                   display " Sangria sem valor: nada registrado. "
               else
                   move spaces              to reg-turno
                   move ws-operador-turno   to tur-operador
                   move ws-turno-data       to tur-data
                   move "S"                 to tur-tipo
                   compute tur-valor = ws-valor-centavos / 100
                   perform grava-turno

                   add tur-valor to ws-turno-sangrias
                   move tur-valor         to ws-valor-edit
                   move ws-turno-sangrias to ws-sangrias-edit
                   display " Sangria de R$ " ws-valor-edit
                           " registrada; sangrias do turno R$ "
                           ws-sangrias-edit
               end-if
           end-if

           .
       registra-sangria-exit.
           exit.
      *>===========================================================================================
       fecha-turno section.
      *>===========================================================================================
           perform identifica-gaveta

           if not turno-aberto
               display " Operador " ws-operador-turno
                       " nao tem turno aberto. "
           else
               perform soma-vendas-turno
               perform soma-premios-turno

               compute ws-turno-esperado =
                   ws-turno-troco + ws-turno-vendas
                   - ws-turno-premios - ws-turno-sangrias

               move ws-turno-troco    to ws-troco-edit
               move ws-turno-vendas   to ws-vendas-edit
               move ws-turno-premios  to ws-premios-edit
               move ws-turno-sangrias to ws-sangrias-edit
               move ws-turno-esperado to ws-esperado-edit
               display " Turno de " ws-operador-turno " em " ws-turno-data
               display "   Troco inicial      R$ " ws-troco-edit
               display " + Vendas (" ws-qtdd-vendas ")     R$ "
                       ws-vendas-edit
               display " - Premios (" ws-qtdd-premios ")    R$ "
                       ws-premios-edit
               display " - Sangrias           R$ " ws-sangrias-edit

               *> o esperado so e mostrado depois da contagem digitada:
               *> quem conta a gaveta nao deve contar "para bater".
               display " Dinheiro contado na gaveta em centavos: "
                       with no advancing
               move 0 to ws-valor-centavos
               accept ws-valor-centavos
               compute ws-turno-contado = ws-valor-centavos / 100
               compute ws-turno-diferenca =
                   ws-turno-contado - ws-turno-esperado
               perform classifica-quebra

               move ws-turno-contado   to ws-contado-edit
               move ws-turno-diferenca to ws-diferenca-edit
               display " = Esperado           R$ " ws-esperado-edit
               display "   Contado            R$ " ws-contado-edit
               display "   Diferenca          R$ " ws-diferenca-edit
                       " " ws-situacao-quebra

               display " Confirma o fechamento do turno? (S/N) "
                       with no advancing
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s"
                   move spaces              to reg-turno
                   move ws-operador-turno   to tur-operador
                   move ws-turno-data       to tur-data
                   move "F"                 to tur-tipo
                   move ws-turno-contado    to tur-valor
                   move ws-turno-vendas     to tur-vendas
                   move ws-turno-premios    to tur-premios
                   move ws-turno-sangrias   to tur-sangrias
                   move ws-turno-esperado   to tur-esperado
                   move ws-turno-diferenca  to tur-diferenca
                   perform grava-turno

                   move spaces to reg-quebra
                   string ws-data-hora " FECHAMENTO turno "
                          ws-operador-turno " dia " ws-turno-data
                          " troco " ws-troco-edit
                          " vendas " ws-vendas-edit
                          " premios " ws-premios-edit
                          delimited by size into reg-quebra
                   write reg-quebra
                   move spaces to reg-quebra
                   string "   sangrias " ws-sangrias-edit
                          " esperado " ws-esperado-edit
                          " contado " ws-contado-edit
                          " diferenca " ws-diferenca-edit
                          " " ws-situacao-quebra
                          " por " ws-operador
                          delimited by size into reg-quebra
                   write reg-quebra

                   display " Turno fechado. "
               else
                   display " Fechamento nao confirmado: turno segue aberto. "
               end-if
           end-if

           .
       fecha-turno-exit.
           exit.
      *>===========================================================================================
       soma-vendas-turno section.
      *>===========================================================================================
           *> vendas carimbadas pelo operador no dia do turno, vivas ou
           *> ja arquivadas: o total cobrado no balcao (valor por
           *> concurso vezes concursos da teimosinha); aposta cancelada
           *> teve o dinheiro devolvido e nao entra.
           move 0 to ws-turno-vendas
           move 0 to ws-qtdd-vendas

           if apostas-disponivel
               move low-values to ap-numero-aposta
               start apostas-file key is greater than ap-numero-aposta
                   invalid key move "10" to ws-fs-apostas
               end-start
               perform until ws-fs-apostas <> "00"
                   read apostas-file next record
                       at end move "10" to ws-fs-apostas
                       not at end
                           if ap-operador = ws-operador-turno
                               and ap-data-venda = ws-turno-data
                               and aposta-ativa
                               compute ws-vd-concursos =
                                   ap-concurso-final - ap-concurso + 1
                               compute ws-vd-total =
                                   ap-valor * ws-vd-concursos
                               add ws-vd-total to ws-turno-vendas
                               add 1 to ws-qtdd-vendas
                           end-if
                   end-read
               end-perform
               move "00" to ws-fs-apostas
           end-if

           open input apostas-hist-file
           if ws-fs-apostas-hist = "00"
               perform until ws-fs-apostas-hist <> "00"
                   read apostas-hist-file
                       at end move "10" to ws-fs-apostas-hist
                       not at end
                           if hist-operador = ws-operador-turno
                               and hist-data-venda = ws-turno-data
                               and hist-status = "A"
                               compute ws-vd-concursos =
                                   hist-concurso-final - hist-concurso + 1
                               compute ws-vd-total =
                                   hist-valor * ws-vd-concursos
                               add ws-vd-total to ws-turno-vendas
                               add 1 to ws-qtdd-vendas
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           .
       soma-vendas-turno-exit.
           exit.
      *>===========================================================================================
       soma-premios-turno section.
      *>===========================================================================================
           *> premios pagos pela gaveta: liquidados pelo operador no dia
           *> do turno, inclusive os estornados depois (o dinheiro saiu
           *> da gaveta do mesmo jeito; o lancamento "R" do estorno nao e
           *> pagamento). sai da gaveta o liquido entregue; registro de
           *> antes da retencao de IR (liquido em branco) pagou o bruto.
           move 0 to ws-turno-premios
           move 0 to ws-qtdd-premios

           open input premios-file
           if ws-fs-premios = "00"
               perform until ws-fs-premios <> "00"
                   read premios-file
                       at end move "10" to ws-fs-premios
                       not at end
                           if (premio-liquidado or premio-estornado)
                               and prem-operador-pagto = ws-operador-turno
                               and prem-data-pagamento = ws-turno-data
                               if prem-valor-liquido is numeric
                                   and prem-valor-liquido > 0
                                   add prem-valor-liquido
                                       to ws-turno-premios
                               else
                                   add prem-valor to ws-turno-premios
                               end-if
                               add 1 to ws-qtdd-premios
                           end-if
                   end-read
               end-perform
           end-if
           close premios-file
           move "00" to ws-fs-premios

           .
       soma-premios-turno-exit.
           exit.
      *>===========================================================================================
       classifica-quebra section.
      *>===========================================================================================
           evaluate true
               when ws-turno-diferenca < 0
                   move "FALTA" to ws-situacao-quebra
               when ws-turno-diferenca > 0
                   move "SOBRA" to ws-situacao-quebra
               when other
                   move "OK"    to ws-situacao-quebra
           end-evaluate

           .
       classifica-quebra-exit.
           exit.
      *>===========================================================================================
       relatorio-quebra-dia section.
      *>===========================================================================================
           *> quebra de caixa de um dia, operador a operador, com os
           *> totais do dia; turno ainda aberto sai apontado, sem
           *> conferencia.
           display " Dia do relatorio AAAAMMDD (0 = hoje): "
                   with no advancing
           move 0 to ws-data-relatorio
           accept ws-data-relatorio
           if ws-data-relatorio = 0
               move ws-data-hoje to ws-data-relatorio
           end-if

           move 0 to ws-qtdd-fechados
           move 0 to ws-qtdd-abertos-dia
           move 0 to ws-dia-esperado
           move 0 to ws-dia-contado
           move 0 to ws-dia-diferenca
           move 0 to ws-dia-faltas
           move 0 to ws-dia-sobras

           move spaces to reg-quebra
           write reg-quebra
           move spaces to reg-quebra
           string "==== Quebra de caixa do dia " ws-data-relatorio
                  " - emitido em " ws-data-hora " por " ws-operador
                  " ===="
                  delimited by size into reg-quebra
           write reg-quebra
           move spaces to reg-quebra
           string "Operador           Troco       Vendas      Premios"
                  "     Sangrias          Esperado           Contado"
                  "         Diferenca"
                  delimited by size into reg-quebra
           write reg-quebra
           display " Quebra de caixa do dia " ws-data-relatorio

           open input turnos-file
           if ws-fs-turnos = "00"
               perform until ws-fs-turnos <> "00"
                   read turnos-file
                       at end move "10" to ws-fs-turnos
                       not at end
                           if tur-data = ws-data-relatorio
                               perform relata-evento-dia
                           end-if
                   end-read
               end-perform
           end-if
           close turnos-file
           move "00" to ws-fs-turnos

           *> aberturas que nao encontraram fechamento no dia.
           perform varying ws-a from 1 by 1
                   until ws-a > ws-qtdd-abertos-dia or ws-a > 200
               if ws-aberto-operador(ws-a) not = spaces
                   move spaces to reg-quebra
                   string ws-aberto-operador(ws-a)
                          " turno ABERTO, sem fechamento: gaveta nao"
                          " conferida"
                          delimited by size into reg-quebra
                   write reg-quebra
                   display " " ws-aberto-operador(ws-a)
                           " turno aberto, sem fechamento "
               end-if
           end-perform

           move ws-dia-esperado  to ws-esperado-edit
           move ws-dia-contado   to ws-contado-edit
           move ws-dia-diferenca to ws-diferenca-edit
           move spaces to reg-quebra
           string "Total do dia: " ws-qtdd-fechados " turno(s) fechado(s)"
                  "  esperado " ws-esperado-edit
                  "  contado " ws-contado-edit
                  "  diferenca " ws-diferenca-edit
                  delimited by size into reg-quebra
           write reg-quebra
           move ws-dia-faltas to ws-faltas-edit
           move ws-dia-sobras to ws-sobras-edit
           move spaces to reg-quebra
           string "              faltas R$ " ws-faltas-edit
                  "  sobras R$ " ws-sobras-edit
                  delimited by size into reg-quebra
           write reg-quebra
           display " Total do dia: diferenca R$ " ws-diferenca-edit
                   " (faltas R$ " ws-faltas-edit
                   ", sobras R$ " ws-sobras-edit ")"

           .
       relatorio-quebra-dia-exit.
           exit.
      *>===========================================================================================
       relata-evento-dia section.
      *>===========================================================================================
           evaluate true
               when turno-abertura
                   if ws-qtdd-abertos-dia < 200
                       add 1 to ws-qtdd-abertos-dia
                       move tur-operador
                           to ws-aberto-operador(ws-qtdd-abertos-dia)
                   end-if
               when turno-fechamento
                   *> fechamento: a abertura do operador sai da lista de
                   *> turnos sem conferencia e a linha vai ao relatorio.
                   move "N" to ws-achou
                   perform varying ws-a from 1 by 1
                           until ws-a > ws-qtdd-abertos-dia or achou
                       if ws-aberto-operador(ws-a) = tur-operador
                           move spaces to ws-aberto-operador(ws-a)
                           move "S" to ws-achou
                       end-if
                   end-perform

                   add 1 to ws-qtdd-fechados
                   move tur-esperado     to ws-turno-esperado
                   add ws-turno-esperado to ws-dia-esperado
                   add tur-valor         to ws-dia-contado
                   add tur-diferenca     to ws-dia-diferenca
                   move tur-diferenca    to ws-turno-diferenca
                   if ws-turno-diferenca < 0
                       compute ws-dia-faltas =
                           ws-dia-faltas - ws-turno-diferenca
                   else
                       add ws-turno-diferenca to ws-dia-sobras
                   end-if
                   perform classifica-quebra

                   compute ws-turno-troco =
                       ws-turno-esperado - tur-vendas
                       + tur-premios + tur-sangrias
                   move ws-turno-troco    to ws-troco-edit
                   move tur-vendas        to ws-vendas-edit
                   move tur-premios       to ws-premios-edit
                   move tur-sangrias      to ws-sangrias-edit
                   move ws-turno-esperado to ws-esperado-edit
                   move tur-valor         to ws-contado-edit
                   move tur-diferenca     to ws-diferenca-edit
                   move spaces to reg-quebra
                   string tur-operador " " ws-troco-edit
                          " " ws-vendas-edit " " ws-premios-edit
                          " " ws-sangrias-edit " " ws-esperado-edit
                          " " ws-contado-edit " " ws-diferenca-edit
                          " " ws-situacao-quebra
                          delimited by size into reg-quebra
                   write reg-quebra
                   display " " tur-operador " diferenca R$ "
                           ws-diferenca-edit " " ws-situacao-quebra
               when other
                   continue
           end-evaluate

           .
       relata-evento-dia-exit.
           exit.
      *>===========================================================================================
       grava-turno section.
      *>===========================================================================================
           *> acrescenta o evento ao arquivo de turnos e ao jornal; quem
           *> chama ja preencheu operador, dia, tipo e valores.
           move function current-date(9:6) to tur-hora
           move ws-operador                to tur-registrado-por
           if tur-vendas not numeric
               move 0 to tur-vendas
           end-if
           if tur-premios not numeric
               move 0 to tur-premios
           end-if
           if tur-sangrias not numeric
               move 0 to tur-sangrias
           end-if
           if tur-esperado not numeric
               move 0 to tur-esperado
           end-if
           if not turno-fechamento
               move 0 to tur-diferenca
           end-if

           open extend turnos-file
           if ws-fs-turnos <> "00"
               open output turnos-file
           end-if
           write reg-turno
           close turnos-file
           move "00" to ws-fs-turnos

           move "TURNOS.DAT" to jor-arquivo
           evaluate true
               when turno-abertura
                   move "ABRE"    to jor-operacao
               when turno-sangria
                   move "SANGRIA" to jor-operacao
               when other
                   move "FECHA"   to jor-operacao
           end-evaluate
           move spaces    to jor-antes
           move reg-turno to jor-depois
           perform grava-jornal

           .
       grava-turno-exit.
           exit.
      *>===========================================================================================
       grava-jornal section.
      *>===========================================================================================
           *> acrescenta uma linha ao jornal de auditoria; quem chama ja
           *> preencheu o arquivo, a operacao e as imagens antes/depois.
           move function current-date(1:14) to jor-data-hora
           move ws-operador                 to jor-operador
           write reg-jornal

           .
       grava-jornal-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           close quebra-file
           close operadores-file
           close jornal-file
           if apostas-disponivel
               close apostas-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
