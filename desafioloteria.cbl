           select optional arq-modlog assign to "MODALIDADES.LOG"
               organization is line sequential
               file status is ws-fs-modlog.
           select optional arq-participantes
               assign to "PARTICIPANTES.DAT"
               organization is line sequential
               file status is ws-fs-participantes.
           select optional arq-correcoes assign to "CORRECOES.RPT"
               organization is line sequential
               file status is ws-fs-correcoes.
           select optional arq-conciliacao assign to "CONCILIA.EXC"
               organization is line sequential
               file status is ws-fs-conciliacao.
           select optional arq-apostas-rej assign to "APOSTAS.REJ"
               organization is line sequential
               file status is ws-fs-apostas-rej.
           select optional arq-livro-mes assign to "LIVROMES.DAT"
               organization is line sequential
               file status is ws-fs-livro-mes.
           select optional arq-jornal assign to "JORNAL.DAT"
               organization is line sequential
               file status is ws-fs-jornal.
           select optional arq-saude assign to "SAUDE.RPT"
               organization is line sequential
               file status is ws-fs-saude.
       i-O-control.

      *>Declaração de variáveis

       FD  arq-parametros.
       01  reg-parametros.
           05 reg-par-opcao-menu                   pic x(01).
           05 reg-par-modalidade                   pic 9(01).
           05 reg-par-semente-fixa                 pic x(01).
           05 reg-par-semente                      pic 9(08).
           05 reg-cad-dono                         pic x(30).
           05 reg-cad-data                         pic 9(08).
           05 reg-cad-status                       pic x(01).
           05 reg-cad-modalidade                   pic 9(01).
           05 reg-cad-conc-ini                     pic 9(05).
           05 reg-cad-conc-fim                     pic 9(05).

       FD  arq-livro.
       01  reg-livro.
           05 reg-pre-faixa                        pic x(12).
           05 reg-pre-data                         pic 9(08).
           05 reg-pre-situacao                     pic x(01).
      *>---- jogos simples premiados na faixa e valor de referencia
      *>---- (registros antigos, sem estes campos, valem 1 jogo)
           05 reg-pre-qtd                          pic 9(05).
           05 reg-pre-valor                        pic 9(09)v99.

       FD  arq-controle.
       01  reg-controle.
       FD  arq-modlog.
       01  reg-modlog                              pic x(150).

       FD  arq-participantes.
       01  reg-participante.
           05 reg-ptc-cartao                       pic 9(05).
           05 reg-ptc-nome                         pic x(30).
           05 reg-ptc-cotas                        pic 9(03).

       FD  arq-correcoes.
       01  reg-correcao                            pic x(150).

       FD  arq-conciliacao.
       01  reg-conciliacao.
           05 reg-cnc-codigo                       pic x(02).
           05 reg-cnc-verificacao                  pic 9(01).
           05 reg-cnc-modalidade                   pic 9(01).
           05 reg-cnc-concurso                     pic 9(05).
           05 reg-cnc-cartao                       pic 9(05).
           05 reg-cnc-faixa                        pic x(12).
      *>---- quantidades (no motivo 06: marca d'agua e lancamentos)
           05 reg-cnc-esperado                     pic 9(07).
           05 reg-cnc-encontrado                   pic 9(07).
           05 reg-cnc-valor-esperado               pic 9(11)v99.
           05 reg-cnc-valor-encontrado             pic 9(11)v99.
           05 reg-cnc-motivo                       pic x(40).
           05 reg-cnc-execucao                     pic x(14).

       FD  arq-apostas-rej.
       01  reg-aposta-rej.
           05 reg-apr-linha                        pic 9(05).
           05 reg-apr-codigo                       pic 9(02).
           05 reg-apr-motivo                       pic x(40).
           05 reg-apr-imagem                       pic x(41).
           05 reg-apr-execucao                     pic x(14).

      *>---- fechamento mensal do livro: tipo C (cartao), M (modalidade)
      *>---- e T (total do mes; sua presenca marca o mes como fechado)
       FD  arq-livro-mes.
       01  reg-livro-mes.
           05 reg-lme-periodo                      pic 9(06).
           05 reg-lme-tipo                         pic x(01).
           05 reg-lme-chave                        pic 9(05).
           05 reg-lme-saldo-anterior               pic s9(11)v99
                                                   sign leading separate.
           05 reg-lme-debitos                      pic s9(11)v99
                                                   sign leading separate.
           05 reg-lme-creditos                     pic s9(11)v99
                                                   sign leading separate.
           05 reg-lme-saldo-final                  pic s9(11)v99
                                                   sign leading separate.
           05 reg-lme-lancamentos                  pic 9(07).
           05 reg-lme-data                         pic 9(08).
           05 reg-lme-execucao                     pic x(14).

      *>---- jornal de execucoes: evento I (inicio) e F (fim) da
      *>---- execucao (job 00) e de cada opcao/job executado (01-20);
      *>---- contadores lidos/gravados por arquivo, na ordem de
      *>---- ws-jornal-nomes-valores: SORTEIOS, SESSOES, APOSTAS,
      *>---- RESULTADOS, CADCART, LIVRO, PREMIOS, ACUMULADOS, arquivos
      *>---- de nome dinamico (mortos e temporarios), LIVROMES,
      *>---- PARTICIPANTES, APOSTAS.REJ, CORRECOES.RPT, CONCILIA.EXC,
      *>---- SAUDE.RPT, CONTROLE, ARQMORTOS, SORTEIOS.REJ, MODALIDADES,
      *>---- MODALIDADES.LOG, CHECKPOINT-<execucao>, FREQUENCIA.CSV e
      *>---- CARTOES.CSV (TRAVA.DAT, PARAMETROS.DAT e o proprio jornal
      *>---- nao sao contados)
       FD  arq-jornal.
       01  reg-jornal.
           05 reg-jor-execucao                     pic x(14).
           05 reg-jor-job                          pic 9(02).
           05 reg-jor-evento                       pic x(01).
           05 reg-jor-modo                         pic x(01).
           05 reg-jor-opcao                        pic x(01).
           05 reg-jor-modalidade                   pic 9(01).
           05 reg-jor-data                         pic 9(08).
           05 reg-jor-hora                         pic 9(06).
           05 reg-jor-trava-assumida               pic x(01).
           05 reg-jor-trava-execucao               pic x(14).
           05 reg-jor-situacao                     pic x(08).
           05 reg-jor-resultado                    pic 9(09).
           05 reg-jor-arquivo occurs 23 times.
              10 reg-jor-lidos                     pic 9(07).
              10 reg-jor-gravados                  pic 9(07).

       FD  arq-saude.
       01  reg-saude                               pic x(150).


      *>----Variaveis de trabalho
       working-storage section.
       77 ws-id-execucao                          pic x(14).
       77 ws-trava-ativa                          pic x(01).
       77 ws-resp-trava                           pic x(01).
       77 ws-trava-assumida                       pic x(01)  value "N".
       77 ws-trava-execucao-anterior              pic x(14)  value spaces.
       77 ws-trava-data-anterior                  pic 9(08)  value 0.
       77 ws-trava-hora-anterior                  pic 9(06)  value 0.

      *>---- jornal de execucoes (JORNAL.DAT)
       77 ws-fs-jornal                            pic x(02).
       77 ws-jor-job                              pic 9(02).
       77 ws-jor-evento                           pic x(01).
       77 ws-jor-situacao                         pic x(08).
       77 ws-jor-situacao-exec                    pic x(08)  value spaces.
       77 ws-jor-resultado                        pic 9(09).
       77 ws-jor-idx-arq                          pic 9(02).

      *>---- registros lidos e gravados pela opcao/job corrente
       01 ws-jornal-contadores.
           05 ws-jor-lid-sorteios                 pic 9(07).
           05 ws-jor-grv-sorteios                 pic 9(07).
           05 ws-jor-lid-sessoes                  pic 9(07).
           05 ws-jor-grv-sessoes                  pic 9(07).
           05 ws-jor-lid-apostas                  pic 9(07).
           05 ws-jor-grv-apostas                  pic 9(07).
           05 ws-jor-lid-resultados               pic 9(07).
           05 ws-jor-grv-resultados               pic 9(07).
           05 ws-jor-lid-cadastro                 pic 9(07).
           05 ws-jor-grv-cadastro                 pic 9(07).
           05 ws-jor-lid-livro                    pic 9(07).
           05 ws-jor-grv-livro                    pic 9(07).
           05 ws-jor-lid-premios                  pic 9(07).
           05 ws-jor-grv-premios                  pic 9(07).
           05 ws-jor-lid-acumulados               pic 9(07).
           05 ws-jor-grv-acumulados               pic 9(07).
           05 ws-jor-lid-dinamicos                pic 9(07).
           05 ws-jor-grv-dinamicos                pic 9(07).
           05 ws-jor-lid-livro-mes                pic 9(07).
           05 ws-jor-grv-livro-mes                pic 9(07).
           05 ws-jor-lid-participantes            pic 9(07).
           05 ws-jor-grv-participantes            pic 9(07).
           05 ws-jor-lid-rejeitos                 pic 9(07).
           05 ws-jor-grv-rejeitos                 pic 9(07).
           05 ws-jor-lid-correcoes                pic 9(07).
           05 ws-jor-grv-correcoes                pic 9(07).
           05 ws-jor-lid-conciliacao              pic 9(07).
           05 ws-jor-grv-conciliacao              pic 9(07).
           05 ws-jor-lid-saude                    pic 9(07).
           05 ws-jor-grv-saude                    pic 9(07).
           05 ws-jor-lid-controle                 pic 9(07).
           05 ws-jor-grv-controle                 pic 9(07).
           05 ws-jor-lid-arqmortos                pic 9(07).
           05 ws-jor-grv-arqmortos                pic 9(07).
           05 ws-jor-lid-sort-rej                 pic 9(07).
           05 ws-jor-grv-sort-rej                 pic 9(07).
           05 ws-jor-lid-modalidades              pic 9(07).
           05 ws-jor-grv-modalidades              pic 9(07).
           05 ws-jor-lid-modlog                   pic 9(07).
           05 ws-jor-grv-modlog                   pic 9(07).
           05 ws-jor-lid-checkpoint               pic 9(07).
           05 ws-jor-grv-checkpoint               pic 9(07).
           05 ws-jor-lid-csv-freq                 pic 9(07).
           05 ws-jor-grv-csv-freq                 pic 9(07).
           05 ws-jor-lid-csv-cartoes              pic 9(07).
           05 ws-jor-grv-csv-cartoes              pic 9(07).

       01 ws-jornal-contadores-tab redefines ws-jornal-contadores.
           05 ws-jor-cont occurs 23 times.
              10 ws-jor-cont-lidos                pic 9(07).
              10 ws-jor-cont-gravados             pic 9(07).

      *>---- totais da execucao inteira (soma dos jobs)
       01 ws-jornal-totais.
           05 ws-jor-tot occurs 23 times.
              10 ws-jor-tot-lidos                 pic 9(07).
              10 ws-jor-tot-gravados              pic 9(07).

       01 ws-jornal-nomes-valores.
           05 filler                              pic x(10) value "SORTEIOS".
           05 filler                              pic x(10) value "SESSOES".
           05 filler                              pic x(10) value "APOSTAS".
           05 filler                              pic x(10) value "RESULTADOS".
           05 filler                              pic x(10) value "CADCART".
           05 filler                              pic x(10) value "LIVRO".
           05 filler                              pic x(10) value "PREMIOS".
           05 filler                              pic x(10) value "ACUMULADOS".
           05 filler                              pic x(10) value "MORTOS/TMP".
           05 filler                              pic x(10) value "LIVROMES".
           05 filler                              pic x(10) value "PARTICIP".
           05 filler                              pic x(10) value "APOSTASREJ".
           05 filler                              pic x(10) value "CORRECOES".
           05 filler                              pic x(10) value "CONCILIA".
           05 filler                              pic x(10) value "SAUDE".
           05 filler                              pic x(10) value "CONTROLE".
           05 filler                              pic x(10) value "ARQMORTOS".
           05 filler                              pic x(10) value "SORTEIOREJ".
           05 filler                              pic x(10) value "MODALIDADE".
           05 filler                              pic x(10) value "MODLOG".
           05 filler                              pic x(10) value "CHECKPOINT".
           05 filler                              pic x(10) value "FREQ.CSV".
           05 filler                              pic x(10) value "CARTOESCSV".

       01 ws-jornal-nomes redefines ws-jornal-nomes-valores.
           05 ws-jor-nome-arq occurs 23 times     pic x(10).

      *>---- historico de execucoes (consulta do jornal)
       77 ws-jhi-qtd                              pic 9(03).
       77 ws-jhi-idx                              pic s9(04).
       77 ws-jhi-achado                           pic 9(03).
       77 ws-jhi-execucoes                        pic 9(05).
       77 ws-jhi-sem-fim                          pic 9(05).
       77 ws-jhi-jobs-sem-fim                     pic 9(05).
       77 ws-jhi-descartados                      pic 9(07).
       77 ws-jhi-hoje                             pic 9(08).
       77 ws-jhi-data-ini                         pic 9(08).
       77 ws-jhi-data-fim                         pic 9(08).
       77 ws-jhi-dias                             pic 9(05).
       77 ws-jhi-modo-nm                          pic x(10).

       01 ws-jornal-historico.
           05 ws-jhi-item occurs 500 times.
              10 ws-jhi-execucao                  pic x(14).
              10 ws-jhi-job                       pic 9(02).
              10 ws-jhi-modo                      pic x(01).
              10 ws-jhi-opcao                     pic x(01).
              10 ws-jhi-modalidade                pic 9(01).
              10 ws-jhi-data-inicio               pic 9(08).
              10 ws-jhi-hora-inicio               pic 9(06).
              10 ws-jhi-data-final                pic 9(08).
              10 ws-jhi-hora-final                pic 9(06).
              10 ws-jhi-trava                     pic x(01).
              10 ws-jhi-trava-exec                pic x(14).
              10 ws-jhi-terminou                  pic x(01).
              10 ws-jhi-situacao                  pic x(08).
              10 ws-jhi-resultado                 pic 9(09).
              10 ws-jhi-arquivo occurs 23 times.
                 15 ws-jhi-lidos                  pic 9(07).
                 15 ws-jhi-gravados               pic 9(07).

      *>---- verificacao de saude dos arquivos (SAUDE.RPT)
       77 ws-fs-saude                             pic x(02).
       77 ws-saude-aberto                         pic x(01)  value "N".
       77 ws-sau-linha                            pic x(150).
       77 ws-sau-num                              pic 9(01).
       77 ws-sau-modalidade-ant                   pic 9(01).
       77 ws-sau-titulo                           pic x(50).
       77 ws-sau-ocorrencias                      pic 9(05).
       77 ws-sau-falhas                           pic 9(01).
       77 ws-sau-qtd-ok                           pic 9(01).
       77 ws-sau-idx                              pic 9(03).
       77 ws-sau-idx-mod                          pic 9(02).
       77 ws-sau-idx-exe                          pic 9(03).
       77 ws-sau-existe                           pic x(01).
       77 ws-sau-catalogado                       pic x(01).
       77 ws-sau-contados                         pic 9(09).
       77 ws-sau-horas-trava                      pic 9(03).
       77 ws-sau-data-busca                       pic 9(08).
       77 ws-sau-hoje                             pic 9(08).
       77 ws-sau-data                             pic 9(08).
       77 ws-sau-dia                              pic 9(07).
       77 ws-sau-dia-fim                          pic 9(07).
       77 ws-sau-qtd-cat                          pic 9(03).
       77 ws-sau-qtd-exe                          pic 9(03).
       77 ws-sau-exe-busca                        pic x(14).
       77 ws-sau-exe-achado                       pic 9(03).
       77 ws-sau-acu-total                        pic 9(09).
       77 ws-sau-acu-soma-freq                    pic 9(11).
       77 ws-sau-soma-esperada                    pic 9(11).
       77 ws-sau-trv-execucao                     pic x(14).
       77 ws-sau-trv-data                         pic 9(08).
       77 ws-sau-idade-min                        pic s9(09).
       77 ws-sau-idade-horas                      pic 9(05).
       77 ws-sau-situacao                         pic x(20).
       77 ws-sau-origem                           pic x(25).

       01 ws-sau-trv-hora.
           05 ws-sau-trv-hh                       pic 9(02).
           05 ws-sau-trv-mm                       pic 9(02).
           05 ws-sau-trv-ss                       pic 9(02).

       01 ws-sau-agora.
           05 ws-sau-agora-hh                     pic 9(02).
           05 ws-sau-agora-mm                     pic 9(02).
           05 ws-sau-agora-ss                     pic 9(02).

      *>---- concursos esperados nos acumulados, por modalidade
       01 ws-sau-esperados-tab.
           05 ws-sau-esperados occurs 9 times     pic 9(07).

      *>---- arquivos mortos catalogados (ARQMORTOS.DAT)
       01 ws-sau-catalogo.
           05 ws-sau-cat-item occurs 500 times.
              10 ws-sau-cat-nome                  pic x(30).
              10 ws-sau-cat-data                  pic 9(08).
              10 ws-sau-cat-registros             pic 9(09).

      *>---- execucoes vistas em SORTEIOS.DAT e no jornal
       01 ws-sau-execucoes.
           05 ws-sau-exe-item occurs 500 times.
              10 ws-sau-exe-id                    pic x(14).
              10 ws-sau-exe-sequencia             pic 9(09).
              10 ws-sau-exe-jornal                pic x(01).
              10 ws-sau-exe-terminou              pic x(01).
              10 ws-sau-exe-data-fim              pic 9(08).

       77 ws-fs-modalidades                       pic x(02).
       77 ws-fs-modlog                            pic x(02).
       77 ws-cad-vagas                            pic 9(03).
       77 ws-opcao-cadastro                       pic x(01).
       77 ws-cont-inativos                        pic 9(05).
       77 ws-cad-modalidade-busca                 pic 9(01).
       77 ws-cad-conc-ini-busca                   pic 9(05).
       77 ws-cad-conc-fim-busca                   pic 9(05).
       77 ws-cad-modalidade-novo                  pic 9(01).
       77 ws-cad-conc-ini-novo                    pic 9(05).
       77 ws-cad-conc-fim-novo                    pic 9(05).
       77 ws-cont-outra-modal                     pic 9(05).
       77 ws-cont-fora-vigencia                   pic 9(07).
       77 ws-vig-horizonte                        pic 9(05).
       77 ws-vig-proximo                          pic 9(05).
       77 ws-vig-restantes                        pic 9(05).
       77 ws-vig-cont-vencer                      pic 9(03).
       77 ws-vig-cont-vencidos                    pic 9(03).
       77 ws-vig-cont-sem-vinculo                 pic 9(03).
       77 ws-vig-cont-vigentes                    pic 9(03).
       77 ws-vig-situacao                         pic x(12).

       01 ws-cadastro-tabela.
           05 ws-cad-item occurs 200 times.
              10 ws-cad-dono                      pic x(30).
              10 ws-cad-data                      pic 9(08).
              10 ws-cad-status                    pic x(01).
              10 ws-cad-modalidade                pic 9(01).
              10 ws-cad-conc-ini                  pic 9(05).
              10 ws-cad-conc-fim                  pic 9(05).

       77 ws-fs-livro                             pic x(02).
       77 ws-livro-aberto                         pic x(01)  value "N".
       77 ws-ext-valor-ed                         pic z(10)9,99.
       77 ws-cont-lanc-livro                      pic 9(09).

       77 ws-ext-detalhar                         pic x(01)  value "S".

       01 ws-extrato-cartoes.
           05 ws-ext-item occurs 200 times.
              10 ws-ext-id                        pic 9(05).
              10 ws-ext-debito                    pic s9(11)v99.
              10 ws-ext-credito                   pic s9(11)v99.
              10 ws-ext-pendente                  pic 9(11)v99.
              10 ws-ext-abertura                  pic s9(11)v99.

       01 ws-extrato-modalidades.
           05 ws-extm-item occurs 9 times.
              10 ws-extm-debito                   pic s9(11)v99.
              10 ws-extm-credito                  pic s9(11)v99.
              10 ws-extm-abertura                 pic s9(11)v99.

      *>---- extrato a partir do ultimo fechamento mensal (LIVROMES.DAT)
       77 ws-ext-desde-fechamento                 pic x(01)  value "N".

      *>---- fechamento mensal do livro (LIVROMES.DAT)
       77 ws-fs-livro-mes                         pic x(02).
       77 ws-lme-ultimo-periodo                   pic 9(06).
       77 ws-lme-periodo                          pic 9(06).
       77 ws-lme-periodo-atual                    pic 9(06).
       77 ws-lme-periodo-liv                      pic 9(06).
       77 ws-lme-ano                              pic 9(04).
       77 ws-lme-mes                              pic 9(02).
       77 ws-lme-mes-fechado                      pic x(01)  value "N".
       77 ws-lme-continuar                        pic x(01).
       77 ws-lme-resp                             pic x(01).
       77 ws-lme-qtd-cartoes                      pic 9(03).
       77 ws-lme-idx                              pic 9(03).
       77 ws-lme-achado                           pic 9(03).
       77 ws-lme-lancamentos                      pic 9(07).
       77 ws-lme-meses-fechados                   pic 9(03).
       77 ws-lme-saldo-final                      pic s9(11)v99.
       77 ws-lme-tot-anterior                     pic s9(11)v99.
       77 ws-lme-tot-debitos                      pic s9(11)v99.
       77 ws-lme-tot-creditos                     pic s9(11)v99.
       77 ws-lme-cartao-busca                     pic 9(05).
       77 ws-lme-rotulo                           pic x(12).
       77 ws-lme-nota-estorno                     pic x(01).

       01 ws-livro-mes-cartoes.
           05 ws-lme-item occurs 200 times.
              10 ws-lme-id                        pic 9(05).
              10 ws-lme-saldo-anterior            pic s9(11)v99.
              10 ws-lme-debito                    pic s9(11)v99.
              10 ws-lme-credito                   pic s9(11)v99.
              10 ws-lme-qtd-lanc                  pic 9(07).

       01 ws-livro-mes-modalidades.
           05 ws-lmem-item occurs 9 times.
              10 ws-lmem-saldo-anterior           pic s9(11)v99.
              10 ws-lmem-debito                   pic s9(11)v99.
              10 ws-lmem-credito                  pic s9(11)v99.
              10 ws-lmem-qtd-lanc                 pic 9(07).

       77 ws-fs-premios                           pic x(02).
       77 ws-premios-aberto                       pic x(01)  value "N".
       77 ws-premio-flip                          pic x(01).
       77 ws-pre-concurso-busca                   pic 9(05).
       77 ws-pre-cartao-busca                     pic 9(05).
       77 ws-pre-modalidade-busca                 pic 9(01).
       77 ws-pre-faixa-busca                      pic x(12).
       77 ws-pre-todas-faixas                     pic x(01).
       77 ws-pre-qtd-marcados                     pic 9(03).
       77 ws-opcao-premios                        pic x(01).
       01 ws-premio-troca                         pic x(48).

       01 ws-premios-tabela.
           05 ws-pre-item occurs 200 times.
              10 ws-pre-faixa                     pic x(12).
              10 ws-pre-data                      pic 9(08).
              10 ws-pre-situacao                  pic x(01).
              10 ws-pre-qtd                       pic 9(05).
              10 ws-pre-valor                     pic 9(09)v99.

      *>---- participantes de bolao (cotas por cartao)
       77 ws-fs-participantes                     pic x(02).
       77 ws-qtd-participantes                    pic 9(03).
       77 ws-idx-ptc                              pic 9(03).
       77 ws-ptc-achado                           pic 9(03).
       77 ws-ptc-cartao-busca                     pic 9(05).
       77 ws-ptc-nome-novo                        pic x(30).
       77 ws-ptc-cotas-novo                       pic 9(03).
       77 ws-opcao-participantes                  pic x(01).
       77 ws-ptc-qtd-cartao                       pic 9(03).
       77 ws-ptc-ultimo                           pic 9(03).
       77 ws-ptc-total-cotas                      pic 9(05).
       77 ws-ptc-percentual                       pic 9(03)v99.
       77 ws-ptc-percentual-ed                    pic zz9,99.
       77 ws-ptc-pago                             pic 9(11)v99.
       77 ws-ptc-ganho                            pic 9(11)v99.
       77 ws-ptc-pendente                         pic 9(11)v99.
       77 ws-ptc-soma-pago                        pic 9(11)v99.
       77 ws-ptc-soma-ganho                       pic 9(11)v99.
       77 ws-ptc-soma-pendente                    pic 9(11)v99.
       77 ws-qtd-pex                              pic 9(03).
       77 ws-idx-pex                              pic 9(03).
       77 ws-pex-achado                           pic 9(03).

       01 ws-participantes-tabela.
           05 ws-ptc-item occurs 500 times.
              10 ws-ptc-cartao                    pic 9(05).
              10 ws-ptc-nome                      pic x(30).
              10 ws-ptc-cotas                     pic 9(03).

       01 ws-ptc-extrato-tabela.
           05 ws-pex-item occurs 500 times.
              10 ws-pex-nome                      pic x(30).
              10 ws-pex-pago                      pic 9(11)v99.
              10 ws-pex-ganho                     pic 9(11)v99.
              10 ws-pex-pendente                  pic 9(11)v99.

       77 ws-fs-controle                          pic x(02).
       77 ws-fs-acumulados                        pic x(02).
           05 ws-cart-item occurs 200 times.
              10 ws-cart-id                       pic 9(05).
              10 ws-cart-dez occurs 18 times      pic 9(02).
              10 ws-cart-qtd-num                  pic 9(02).
              10 ws-cart-comb                     pic 9(07).
              10 ws-cart-conc-ini                 pic 9(05).
              10 ws-cart-conc-fim                 pic 9(05).

       01 ws-backtest-tabela.
           05 ws-bt-item occurs 200 times.
              10 ws-bt-total-acertos              pic 9(09).
              10 ws-bt-melhor                     pic 9(02).
              10 ws-bt-faixa occurs 5 times       pic 9(07).
              10 ws-bt-concursos                  pic 9(07).

       01 ws-sorteio-estrut.
           05 ws-sor-modalidade                   pic 9(01).
       77 ws-qtd-faixas                           pic 9(01).
       77 ws-idx-faixa                            pic 9(01).

      *>---- aposta multipla: um cartao de k dezenas vale C(k,n)
      *>---- jogos simples de n dezenas (n = dezenas sorteadas)
       77 ws-comb-qtd-num                         pic 9(02).
       77 ws-comb-qtd                             pic 9(07).
       77 ws-comb-premiadas                       pic 9(07).
       77 ws-comb-total-cartoes                   pic 9(09).
       77 ws-comb-i                               pic 9(02).
       77 ws-comb-fx                              pic 9(01).
       77 ws-comb-melhor-fx                       pic 9(01).
       77 ws-bin-n                                pic 9(02).
       77 ws-bin-k                                pic 9(02).
       77 ws-bin-resultado                        pic 9(09).
       77 ws-bin-parcial                          pic 9(09).
       77 ws-comb-qtd-ed                          pic z(06)9.

       01 ws-comb-faixas.
           05 ws-comb-fx-qtd occurs 5 times       pic 9(07).

      *>---- premiacao e apostas da corrida corrente (opcoes 3, 4 e 9)
       01 ws-premiacao-corrida.
           05 ws-prc-fx-qtd occurs 5 times        pic 9(09).
           05 ws-prc-fx-valor occurs 5 times      pic 9(11)v99.
       77 ws-prc-debito-total                     pic 9(11)v99.
       77 ws-prc-credito-total                    pic 9(11)v99.
       77 ws-prc-saldo                            pic s9(11)v99.
       77 ws-prc-saldo-ed                         pic +z(10)9,99.
       77 ws-prc-valor-ed                         pic z(10)9,99.
       01 ws-csv-premiacao                        pic x(80).
       77 ws-idx-csv-prem                         pic 9(03).

       01 ws-faixas-tabela.
           05 ws-fx-item occurs 5 times.
              10 ws-fx-acertos                    pic 9(02).
           05 ws-res-concurso                     pic 9(05).
           05 ws-res-dezena occurs 15 times       pic 9(02).

      *>---- correcao de resultado oficial digitado errado
       77 ws-fs-correcoes                         pic x(02).
       77 ws-correcoes-aberto                     pic x(01)  value "N".
       77 ws-crr-concurso                         pic 9(05).
       77 ws-crr-valido                           pic x(01).
       77 ws-crr-achado                           pic x(01).
       77 ws-crr-original-valido                  pic x(01).
       77 ws-crr-igual                            pic x(01).
       77 ws-crr-idx                              pic 9(02).
       77 ws-crr-cmp                              pic 9(02).
       77 ws-crr-ptr                              pic 9(03).
       77 ws-crr-marca                            pic x(01).
       77 ws-crr-estornos                         pic 9(05).
       77 ws-crr-est-debito                       pic 9(11)v99.
       77 ws-crr-est-credito                      pic 9(11)v99.
       77 ws-crr-premios-cancelados               pic 9(05).
       77 ws-crr-premios-resgatados               pic 9(05).
       77 ws-crr-premios-falha                    pic x(01).
       77 ws-crr-impacto                          pic s9(11)v99.
       77 ws-crr-valor-ed                         pic z(10)9,99.
       77 ws-crr-impacto-ed                       pic +z(10)9,99.
       01 ws-crr-linha                            pic x(150).

       01 ws-crr-dezenas-antes.
           05 ws-crr-antes occurs 15 times        pic 9(02).
       01 ws-crr-dezenas-depois.
           05 ws-crr-depois occurs 15 times       pic 9(02).
       01 ws-crr-frequencia-antes.
           05 ws-crr-freq-antes occurs 80 times   pic 9(09).

       01 ws-crr-cartoes-tabela.
           05 ws-crr-cart-item occurs 200 times.
              10 ws-crr-cart-vigente              pic x(01).
              10 ws-crr-cart-acertos-antes        pic 9(02).
              10 ws-crr-cart-acertos-depois       pic 9(02).

      *>---- conciliacao de LIVRO.DAT, PREMIOS.DAT e resultados
       77 ws-fs-conciliacao                       pic x(02).
       77 ws-conciliacao-aberto                   pic x(01)  value "N".
       77 ws-qtd-cncc                             pic 9(05).
       77 ws-idx-cncc                             pic 9(05).
       77 ws-cncc-achado                          pic 9(05).
       77 ws-qtd-cncl                             pic 9(05).
       77 ws-idx-cncl                             pic 9(05).
       77 ws-cncl-achado                          pic 9(05).
       77 ws-qtd-cnca                             pic 9(03).
       77 ws-idx-cnca                             pic 9(03).
       77 ws-cnc-idx-modalidade                   pic 9(01).
       77 ws-cnc-busca-modalidade                 pic 9(01).
       77 ws-cnc-busca-concurso                   pic 9(05).
       77 ws-cnc-busca-cartao                     pic 9(05).
       77 ws-cnc-busca-tipo                       pic x(01).
       77 ws-cnc-busca-faixa                      pic x(12).
       77 ws-cnc-esperado                         pic 9(07).
       77 ws-cnc-encontrado                       pic s9(07).
       77 ws-cnc-valor-esperado                   pic 9(11)v99.
       77 ws-cnc-valor-encontrado                 pic s9(11)v99.
       77 ws-cnc-verificacao                      pic 9(01).
       77 ws-cnc-codigo                           pic x(02).
       77 ws-cnc-motivo                           pic x(40).
       77 ws-cnc-total-quebras                    pic 9(07).
       77 ws-cnc-tabela-cheia                     pic x(01).
       77 ws-cnc-sem-modalidade                   pic 9(07).

       01 ws-cnc-resumo.
           05 ws-cnc-verificados occurs 4 times   pic 9(07).
           05 ws-cnc-quebras     occurs 4 times   pic 9(07).

       01 ws-cnc-concursos-tabela.
           05 ws-cncc-item occurs 3000 times.
              10 ws-cncc-modalidade               pic 9(01).
              10 ws-cncc-concurso                 pic 9(05).
              10 ws-cncc-processado               pic x(01).
              10 ws-cncc-debitos                  pic s9(07).
              10 ws-cncc-lancamentos              pic 9(07).

       01 ws-cnc-chaves-tabela.
           05 ws-cncl-item occurs 9000 times.
              10 ws-cncl-modalidade               pic 9(01).
              10 ws-cncl-concurso                 pic 9(05).
              10 ws-cncl-cartao                   pic 9(05).
              10 ws-cncl-tipo                     pic x(01).
              10 ws-cncl-faixa                    pic x(12).
              10 ws-cncl-qtd                      pic s9(05).
              10 ws-cncl-valor                    pic s9(11)v99.
              10 ws-cncl-pre-qtd                  pic 9(05).
              10 ws-cncl-pre-valor                pic 9(11)v99.

       01 ws-cnc-cartoes-tabela.
           05 ws-cnca-item occurs 200 times.
              10 ws-cnca-id                       pic 9(05).
              10 ws-cnca-modalidade               pic 9(01).
              10 ws-cnca-conc-ini                 pic 9(05).
              10 ws-cnca-conc-fim                 pic 9(05).

      *>---- validacao de APOSTAS.DAT (rejeitos em APOSTAS.REJ)
       77 ws-fs-apostas-rej                       pic x(02).
       77 ws-vap-rej-aberto                       pic x(01)  value "N".
      *>---- "S": so marca as linhas, sem tela nem APOSTAS.REJ
       77 ws-vap-silencioso                       pic x(01)  value "N".
       77 ws-vap-lidas                            pic 9(05).
       77 ws-vap-aceitas                          pic 9(05).
       77 ws-vap-rejeitadas                       pic 9(05).
       77 ws-vap-idx-linha                        pic 9(05).
       77 ws-vap-idx-cmp                          pic 9(05).
       77 ws-vap-codigo                           pic 9(02).
       77 ws-vap-idx-motivo                       pic 9(02).
       77 ws-vap-motivo                           pic x(40).
       77 ws-vap-mod-regra                        pic 9(01).
       77 ws-vap-faixa-max                        pic 9(02).
       77 ws-vap-qtd-dezenas                      pic 9(02).
       77 ws-vap-max-aposta                       pic 9(02).
       77 ws-vap-qtd-num                          pic 9(02).
       77 ws-vap-idx                              pic 9(02).
       77 ws-vap-cmp                              pic 9(02).
       77 ws-vap-aux                              pic 9(02).
       77 ws-vap-linha-ref                        pic 9(05).
       77 ws-vap-limite-linhas                    pic 9(05)  value 2000.

      *>---- imagem alfanumerica da linha lida, para detectar campos
      *>---- em branco ou nao numericos
       01 ws-vap-imagem.
           05 ws-vap-img-id                       pic x(05).
           05 ws-vap-img-num occurs 18 times      pic x(02).

      *>---- dezenas do cartao em ordem crescente (chave do conjunto)
       01 ws-vap-ordem.
           05 ws-vap-ord occurs 18 times          pic 9(02).

       01 ws-vap-motivos-tabela.
           05 ws-vap-motivo-cont occurs 11 times  pic 9(05).

       01 ws-vap-linhas-tabela.
           05 ws-vap-item occurs 2000 times.
              10 ws-vap-situacao                  pic x(01).
              10 ws-vap-id                        pic 9(05).
              10 ws-vap-modalidade                pic 9(01).
              10 ws-vap-chave                     pic x(36).

      *>---- liga de estrategias de escolha de cartoes (backtest sem
      *>---- lancamento em LIVRO.DAT: os cartoes sao hipoteticos)
       77 ws-lig-em-curso                         pic x(01)  value "N".
       77 ws-lig-passo                            pic 9(01).
       77 ws-lig-fonte                            pic x(01).
       77 ws-lig-gravar                           pic x(01).
       77 ws-lig-qtd-cartoes                      pic 9(02).
       77 ws-lig-max-cartoes                      pic 9(02).
       77 ws-lig-sorteios                         pic 9(07).
       77 ws-lig-idx                              pic 9(01).
       77 ws-lig-idx-cart                         pic 9(02).
       77 ws-lig-idx-dez                          pic 9(02).
       77 ws-lig-idx-cmp                          pic 9(02).
       77 ws-lig-i                                pic 9(02).
       77 ws-lig-j                                pic 9(02).
       77 ws-lig-pos                              pic 9(02).
       77 ws-lig-metade                           pic 9(02).
       77 ws-lig-maior                            pic 9(11).
       77 ws-lig-soma                             pic 9(11).
       77 ws-lig-aux                              pic 9(02).
       77 ws-lig-escolhido                        pic 9(01).
       77 ws-lig-marca-alvo                       pic 9(01).
       77 ws-lig-vencedora                        pic 9(01).
       77 ws-lig-rank                             pic 9(01).
       77 ws-lig-valor-ed                         pic z(12)9,99.
       77 ws-lig-saldo-ed                         pic +z(12)9,99.
       01 ws-lig-linha                            pic x(80).

       01 ws-lig-rankings.
           05 ws-lig-rank-freq   occurs 80 times  pic 9(02).
           05 ws-lig-rank-atraso occurs 80 times  pic 9(02).
           05 ws-lig-marca       occurs 80 times  pic 9(01).

       01 ws-lig-pares-topo.
           05 ws-lig-par occurs 20 times.
              10 ws-lig-par-i                     pic 9(02).
              10 ws-lig-par-j                     pic 9(02).
              10 ws-lig-par-cont                  pic 9(09).

       01 ws-lig-tabela.
           05 ws-lig-item occurs 5 times.
              10 ws-lig-nome                      pic x(12).
              10 ws-lig-posicao                   pic 9(01).
              10 ws-lig-jogos                     pic 9(09).
              10 ws-lig-custo                     pic 9(13)v99.
              10 ws-lig-retorno                   pic 9(13)v99.
              10 ws-lig-liquido                   pic s9(13)v99.
              10 ws-lig-faixa occurs 5 times      pic 9(09).
              10 ws-lig-cartao occurs 20 times.
                 15 ws-lig-dez occurs 15 times    pic 9(02).

       77 ws-qtd-etn                              pic 9(03).
       77 ws-idx-etn                              pic 9(03).
       77 ws-etn-achado                           pic 9(03).

       01 ws-estornos-tabela.
           05 ws-etn-item occurs 500 times.
              10 ws-etn-cartao                    pic 9(05).
              10 ws-etn-tipo                      pic x(01).
              10 ws-etn-faixa                     pic x(12).
              10 ws-etn-valor                     pic s9(11)v99.

       77 ws-nome-arquivo-morto                   pic x(30).
       77 ws-fs-arquivo-morto                     pic x(02).
       77 ws-fs-catalogo                          pic x(02).
       77 ws-idx-catalogo                         pic 9(03).
       77 ws-cont-sort-arquivo                    pic 9(09).

       77 ws-catal-nome-arquivo                   pic x(30).
       01 ws-catalogo-troca                       pic x(47).

       01 ws-catalogo-tabela.
           05 ws-catal-nome occurs 120 times      pic x(30).
       77 ws-limite-registros                     pic 9(05) value 5000.
       77 ws-parametros-invalidos                 pic x(01)  value "N".

       01 ws-parametros-reg.
           05 ws-par-opcao-menu                   pic x(01).
           05 ws-par-modalidade                   pic 9(01).
           05 ws-par-semente-fixa                 pic x(01).
           05 ws-par-semente                      pic 9(08).
              10 ws-job-status                    pic x(08).
              10 ws-job-resultado                 pic 9(09).

      *>---- situacao final do job quando a opcao recusa a execucao
      *>---- ou termina com pendencias (brancos = OK)
       77 ws-situacao-job                         pic x(08)  value spaces.

       01 ws-freq-tab.
           05 ws-freq-num  occurs 80 times        pic 9(09).
           05 ws-freq-marc occurs 80 times         pic 9(01).
           else
               perform 1700-perguntar-semente
               perform 1500-menu-principal
               perform 1950-executar-opcao-interativa
           end-if
           perform 3000-finaliza.


           move function current-date (1:14) to ws-id-execucao
           perform 8500-verificar-trava
           move 0 to ws-jor-job
           perform 8530-registrar-inicio-jornal
           perform 8600-carregar-modalidades

           move 0 to ws-contador
           display "===  D - Converter SORTEIOS.DAT (layout fixo)     ==="
           display "===  E - Modalidades e Precos (MODALIDADES.DAT)   ==="
           display "===  F - Qualidade Estatistica do Gerador         ==="
           display "===  G - Participantes de Bolao (PARTICIPANTES)   ==="
           display "===  H - Extrato por Participante do Bolao        ==="
           display "===  I - Vigencia dos Cartoes (a vencer/vencidos) ==="
           display "===  J - Corrigir Resultado Oficial (estorno)     ==="
           display "===  K - Conciliar LIVRO x PREMIOS x RESULTADOS   ==="
           display "===  L - Validar APOSTAS.DAT (rejeitos)           ==="
           display "===  M - Liga de Estrategias de Cartoes           ==="
           display "===  N - Fechamento Mensal do Livro (LIVROMES)    ==="
           display "===  O - Historico de Execucoes (JORNAL.DAT)      ==="
           display "===  P - Verificacao de Saude dos Arquivos        ==="
           display "====================================================="
           display "Escolha uma opcao: "
           accept ws-opcao-menu
                      or ws-opcao-menu = "D" or ws-opcao-menu = "d"
                      or ws-opcao-menu = "E" or ws-opcao-menu = "e"
                      or ws-opcao-menu = "F" or ws-opcao-menu = "f"
                      or ws-opcao-menu = "G" or ws-opcao-menu = "g"
                      or ws-opcao-menu = "H" or ws-opcao-menu = "h"
                      or ws-opcao-menu = "I" or ws-opcao-menu = "i"
                      or ws-opcao-menu = "J" or ws-opcao-menu = "j"
                      or ws-opcao-menu = "K" or ws-opcao-menu = "k"
                      or ws-opcao-menu = "L" or ws-opcao-menu = "l"
                      or ws-opcao-menu = "M" or ws-opcao-menu = "m"
                      or ws-opcao-menu = "N" or ws-opcao-menu = "n"
                      or ws-opcao-menu = "O" or ws-opcao-menu = "o"
                      or ws-opcao-menu = "P" or ws-opcao-menu = "p"
               display "Opcao invalida. Informe 0 a 9 ou A a P: "
               accept ws-opcao-menu
           end-perform

               read arq-checkpoint into ws-checkpoint-reg
                   at end
                       move "10" to ws-fs-checkpoint
                   not at end
                       add 1 to ws-jor-lid-checkpoint
               end-read
               close arq-checkpoint
           end-if
               move ws-modalidade-nome
                 to ws-job-modalidade-nm (ws-idx-job)

               move ws-idx-job to ws-jor-job
               perform 8530-registrar-inicio-jornal

               if ws-parametros-invalidos = "S"
                   move "INVALIDO" to ws-job-status (ws-idx-job)
                   move 0          to ws-job-resultado (ws-idx-job)
               else
                   perform 1900-despachar-opcao
                   if ws-situacao-job = spaces
                       move "OK" to ws-job-status (ws-idx-job)
                   else
                       move ws-situacao-job to ws-job-status (ws-idx-job)
                   end-if
                   perform 1870-apurar-resultado-job
               end-if

               perform 1890-encerrar-job-jornal

           end-perform

           perform 1880-resumo-jobs
           move 0   to ws-cont-cartoes
           move 0   to ws-cont-sorteios-hist
           move 0   to ws-fech-gerados
           move 0   to ws-cont-resultados
           move 0   to ws-crr-estornos
           move "N" to ws-sorteio-feito
           move "N" to ws-usar-semente-fixa
           move "N" to ws-parametros-invalidos
           move 0   to ws-modalidade
           move spaces to ws-modalidade-nome
           move spaces to ws-opcao-menu
           move spaces to ws-situacao-job
           move 0   to ws-lme-meses-fechados

           .
       1855-reiniciar-estado-exit.

           move ws-job-param (ws-idx-job) to ws-parametros-reg

      *>---- no batch valem as opcoes que nao dialogam com o operador
      *>---- (A, E e G sao telas de manutencao)
           move function upper-case (ws-par-opcao-menu) to ws-opcao-menu
           evaluate ws-opcao-menu
               when "0" thru "9"
               when "B" when "C" when "D" when "F" when "H"
               when "I" when "J" when "K" when "L" when "M"
               when "N" when "O" when "P"
                   continue
               when other
                   move spaces to ws-opcao-menu
                   move "S" to ws-parametros-invalidos
                   display "Job " ws-idx-job " invalido: opcao de menu "
                           ws-par-opcao-menu
                           " nao disponivel no batch (0-9, B-D, F, H-P)."
                           " Job ignorado."
           end-evaluate

      *>---- opcoes 0 e 5 e as consultas gerais nao dependem de modalidade
           evaluate ws-opcao-menu
               when "0" when "5" when "B" when "C" when "D"
               when "H" when "I" when "K" when "N" when "O"
               when "P"
                   continue
               when other
                   move ws-par-modalidade to ws-modalidade
                   move ws-modalidade to ws-mod-cod-busca
                   perform 8640-localizar-modalidade
                   if ws-mod-achada > 0
                       perform 1610-definir-modalidade
                   else
                       move "S" to ws-parametros-invalidos
                       display "Job " ws-idx-job " invalido: modalidade "
                               ws-par-modalidade
                               " nao cadastrada em MODALIDADES.DAT. "
                               "Job ignorado."
                   end-if
           end-evaluate

           if ws-parametros-invalidos not = "S"
               move ws-par-semente-fixa to ws-usar-semente-fixa
               when "0"
                   move ws-cont-arquivados-total
                     to ws-job-resultado (ws-idx-job)
               when "I"
                   compute ws-job-resultado (ws-idx-job) =
                       ws-vig-cont-vencer + ws-vig-cont-vencidos
               when "J"
                   move ws-crr-estornos      to ws-job-resultado (ws-idx-job)
               when "K"
                   move ws-cnc-total-quebras to ws-job-resultado (ws-idx-job)
               when "L"
                   move ws-vap-rejeitadas    to ws-job-resultado (ws-idx-job)
               when "M"
                   move ws-lig-sorteios      to ws-job-resultado (ws-idx-job)
               when "N"
                   move ws-lme-meses-fechados
                     to ws-job-resultado (ws-idx-job)
               when "O"
                   compute ws-job-resultado (ws-idx-job) =
                       ws-jhi-sem-fim + ws-jhi-jobs-sem-fim
               when "P"
                   move ws-sau-falhas        to ws-job-resultado (ws-idx-job)
               when other
                   move 0                    to ws-job-resultado (ws-idx-job)
           end-evaluate
       1880-resumo-jobs-exit.
           exit.

      *>==================================
      *> Registra no Jornal o Fim do Job Corrente (ws-idx-job);
      *> job que nao termina OK deixa a execucao em ALERTA
      *>==================================

       1890-encerrar-job-jornal section.

           move ws-idx-job                     to ws-jor-job
           move ws-job-status (ws-idx-job)     to ws-jor-situacao
           move ws-job-resultado (ws-idx-job)  to ws-jor-resultado
           if ws-job-status (ws-idx-job) not = "OK"
               move "ALERTA" to ws-jor-situacao-exec
           end-if
           perform 8535-registrar-fim-jornal

           .
       1890-encerrar-job-jornal-exit.
           exit.

      *>==================================
      *> Despacho da Opcao Escolhida (menu interativo ou job batch)
      *>==================================
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 8192-verificar-periodo-aberto
                   if ws-lme-mes-fechado not = "S"
                       perform 6000-conferir-cartoes
                   end-if
               when "4"
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 8192-verificar-periodo-aberto
                   if ws-lme-mes-fechado not = "S"
                       perform 6100-conferir-historico
                   end-if
               when "5"
                   perform 6500-tendencias-sessoes
               when "6"
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 8192-verificar-periodo-aberto
                   if ws-lme-mes-fechado not = "S"
                       perform 6700-analisar-resultados
                   end-if
               when "0"
                   perform 7000-arquivar-auditoria
               when "A"
                       perform 1600-menu-modalidade
                   end-if
                   perform 8700-qualidade-gerador
               when "G"
                   perform 8800-manter-participantes
               when "H"
                   perform 8850-extrato-participantes
               when "I"
                   perform 8080-relatorio-vigencia
               when "J"
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 8192-verificar-periodo-aberto
                   if ws-lme-mes-fechado not = "S"
                       perform 6900-corrigir-resultado
                   end-if
               when "K"
                   perform 7200-conciliar-livros
               when "L"
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 7300-validar-apostas
               when "M"
                   if ws-modo-batch not = "S"
                       perform 1600-menu-modalidade
                   end-if
                   perform 7400-liga-estrategias
               when "N"
                   perform 8190-fechar-mes-livro
               when "O"
                   perform 7500-historico-execucoes
               when "P"
                   perform 7600-verificar-saude
               when other
                   if ws-modo-batch not = "S"
                       perform 1650-perguntar-checkpoint
       1900-despachar-opcao-exit.
           exit.

      *>==================================
      *> Executa a Opcao Escolhida no Menu como o Job 1 da Execucao,
      *> com Inicio e Fim Registrados no Jornal
      *>==================================

       1950-executar-opcao-interativa section.

           move 1 to ws-idx-job
           move 1 to ws-jor-job
           move ws-opcao-menu to ws-job-opcao (ws-idx-job)
           perform 8530-registrar-inicio-jornal

           perform 1900-despachar-opcao

           move ws-modalidade-nome to ws-job-modalidade-nm (ws-idx-job)
           if ws-situacao-job = spaces
               move "OK" to ws-job-status (ws-idx-job)
           else
               move ws-situacao-job to ws-job-status (ws-idx-job)
           end-if
           perform 1870-apurar-resultado-job
           perform 1890-encerrar-job-jornal

           .
       1950-executar-opcao-interativa-exit.
           exit.

      *>==================================
      *> Valida os numeros apostados vindos de PARAMETROS.DAT
      *> com as mesmas regras aplicadas na entrada interativa
           end-perform

           write reg-sorteio
           add 1 to ws-jor-grv-sorteios

           .
       2310-gravar-sorteio-auditoria-exit.
           open output arq-checkpoint
           move ws-checkpoint-reg to reg-checkpoint
           write reg-checkpoint
           add 1 to ws-jor-grv-checkpoint
           close arq-checkpoint

           .

           move ws-linha-sessao to reg-sessao
           write reg-sessao
           add 1 to ws-jor-grv-sessoes

           .
       2510-gravar-sessao-log-exit.
                   move "modalidade;posicao;numero;frequencia"
                     to reg-csv-freq
                   write reg-csv-freq
                   add 1 to ws-jor-grv-csv-freq
               end-if
           else
               display "Aviso: FREQUENCIA.CSV nao pode ser gravado "
                          with pointer ws-idx-campo
                   end-string
                   write reg-csv-freq from ws-linha-csv
                   add 1 to ws-jor-grv-csv-freq
               end-if
           end-if

           end-perform
           display "Semente utilizada: " ws-semente

           perform 7300-validar-apostas

           open input arq-apostas

           if ws-fs-apostas not = "00" then
                   move "S" to ws-csv-cartoes-aberto
                   if ws-csv-cartoes-criado not = "S"
                       move "S" to ws-csv-cartoes-criado
                       move "modalidade;cartao;jogos;acertos;faixa;premiacao;dezenas"
                         to reg-csv-cartao
                       write reg-csv-cartao
                       add 1 to ws-jor-grv-csv-cartoes
                   end-if
               else
                   display "Aviso: CARTOES.CSV nao pode ser gravado "
               perform 8100-abrir-livro
               move "C" to ws-liv-origem
               move 0   to ws-liv-concurso
               perform 6045-zerar-premiacao-corrida

               move 0 to ws-cont-cartoes
               move 0 to ws-cont-inativos
               move 0 to ws-cont-outra-modal
               move 0 to ws-vap-idx-linha
               display " "
               perform until ws-fs-apostas = "10"
                   read arq-apostas into ws-cartao
                       at end
                           move "10" to ws-fs-apostas
                       not at end
                           add 1 to ws-jor-lid-apostas
                           add 1 to ws-vap-idx-linha
                           perform 8060-verificar-cartao-ativo
                           evaluate true
      *>---- linha rejeitada na validacao (ja listada em APOSTAS.REJ)
                               when ws-vap-idx-linha > ws-vap-limite-linhas
                               when ws-vap-situacao (ws-vap-idx-linha) = "R"
                                   continue
                               when ws-cad-status-busca = "I"
                                   add 1 to ws-cont-inativos
                               when ws-cad-modalidade-busca not = 0
                               and ws-cad-modalidade-busca not = ws-modalidade
                                   add 1 to ws-cont-outra-modal
                               when other
                                   add 1 to ws-cont-cartoes
                                   perform 6010-pontuar-cartao
                           end-evaluate
                   end-read
               end-perform
               close arq-apostas
               if ws-cont-inativos > 0
                   display "Cartoes inativos ignorados: " ws-cont-inativos
               end-if
               if ws-cont-outra-modal > 0
                   display "Cartoes de outra modalidade ignorados: "
                           ws-cont-outra-modal
               end-if

               if ws-csv-cartoes-aberto = "S"
                   close arq-csv-cartoes
       6010-pontuar-cartao section.

           move ws-cartao-id to ws-liv-cartao
           move 0 to ws-comb-qtd-num
           perform varying ws-idx-cartao from 1 by 1 until ws-idx-cartao > 18
               if ws-cartao-num (ws-idx-cartao) <> 0
                   add 1 to ws-comb-qtd-num
               end-if
           end-perform
           perform 6020-calcular-combinacoes
           add ws-comb-qtd to ws-comb-total-cartoes
           perform 8115-debitar-cartao

           move 0 to ws-acertos-cartao
               end-perform
           end-perform

           display "Cartao " ws-cartao-id " - Dezenas: " ws-comb-qtd-num
                   " - Jogos: " ws-comb-qtd
                   " - Acertos: " ws-acertos-cartao

           perform 6030-apurar-faixas-combinacao

      *>---- credita cada faixa atingida pelos jogos simples do cartao
           move spaces to ws-csv-faixa-rotulo
           move spaces to ws-csv-premiacao
           move 1 to ws-idx-csv-prem
           perform varying ws-comb-fx from 1 by 1
                   until ws-comb-fx > ws-qtd-faixas
               if ws-comb-fx-qtd (ws-comb-fx) > 0
                   move ws-comb-fx-qtd (ws-comb-fx) to ws-comb-qtd-ed
                   display "   -> " function trim (ws-comb-qtd-ed) " x "
                           function trim (ws-fx-nome (ws-comb-fx)) "!"
                   move ws-fx-nome (ws-comb-fx) to ws-csv-faixa-rotulo
                   string function trim (ws-comb-qtd-ed) delimited by size
                          "x" delimited by size
                          function trim (ws-fx-nome (ws-comb-fx))
                              delimited by size
                          " " delimited by size
                          into ws-csv-premiacao
                          with pointer ws-idx-csv-prem
                   end-string
                   move ws-fx-nome (ws-comb-fx) to ws-liv-faixa
                   move ws-comb-fx-qtd (ws-comb-fx) to ws-comb-premiadas
                   perform 8118-creditar-faixa
                   perform 6040-acumular-premiacao-corrida
               end-if
           end-perform

               move "GANHADOR" to ws-csv-faixa-rotulo
           end-if

           if ws-csv-cartoes-aberto = "S"
               move spaces to ws-linha-csv
               move 1 to ws-idx-campo
                      ";" delimited by size
                      ws-cartao-id delimited by size
                      ";" delimited by size
                      ws-comb-qtd delimited by size
                      ";" delimited by size
                      ws-acertos-cartao delimited by size
                      ";" delimited by size
                      function trim (ws-csv-faixa-rotulo)
                          delimited by size
                      ";" delimited by size
                      function trim (ws-csv-premiacao)
                          delimited by size
                      ";" delimited by size
                      into ws-linha-csv
                      with pointer ws-idx-campo
               end-string
                   end-if
               end-perform
               write reg-csv-cartao from ws-linha-csv
               add 1 to ws-jor-grv-csv-cartoes
           end-if

           .
       6010-pontuar-cartao-exit.
           exit.

      *>==================================
      *> Quantidade de Jogos Simples do Cartao: C(k,n), com k =
      *> ws-comb-qtd-num dezenas marcadas e n = dezenas sorteadas
      *> (cartao com menos de n dezenas nao forma nenhum jogo)
      *>==================================

       6020-calcular-combinacoes section.

           move ws-comb-qtd-num to ws-bin-n
           move ws-qtd-dezenas  to ws-bin-k
           perform 6025-calcular-binomial
           move ws-bin-resultado to ws-comb-qtd

           .
       6020-calcular-combinacoes-exit.
           exit.

      *>==================================
      *> Coeficiente Binomial C(ws-bin-n, ws-bin-k) em
      *> ws-bin-resultado (zero quando k > n); cada passo da
      *> multiplicacao ja eh um binomial inteiro, sem resto
      *>==================================

       6025-calcular-binomial section.

           if ws-bin-k > ws-bin-n
               move 0 to ws-bin-resultado
           else
               move 1 to ws-bin-resultado
               perform varying ws-comb-i from 1 by 1
                       until ws-comb-i > ws-bin-k
                   compute ws-bin-resultado = ws-bin-resultado
                       * (ws-bin-n - ws-bin-k + ws-comb-i) / ws-comb-i
               end-perform
           end-if

           .
       6025-calcular-binomial-exit.
           exit.

      *>==================================
      *> Jogos Premiados por Faixa: com h acertos entre as k dezenas
      *> do cartao, os jogos de a acertos sao C(h,a) x C(k-h,n-a)
      *> (ws-acertos-cartao = h, ws-comb-qtd-num = k)
      *>==================================

       6030-apurar-faixas-combinacao section.

           perform varying ws-comb-fx from 1 by 1 until ws-comb-fx > 5
               move 0 to ws-comb-fx-qtd (ws-comb-fx)
           end-perform

           if ws-comb-qtd > 0
               perform varying ws-comb-fx from 1 by 1
                       until ws-comb-fx > ws-qtd-faixas
                   if ws-fx-acertos (ws-comb-fx) <= ws-acertos-cartao
                   and ws-fx-acertos (ws-comb-fx) <= ws-qtd-dezenas
                       move ws-acertos-cartao          to ws-bin-n
                       move ws-fx-acertos (ws-comb-fx) to ws-bin-k
                       perform 6025-calcular-binomial
                       move ws-bin-resultado to ws-bin-parcial
                       compute ws-bin-n =
                           ws-comb-qtd-num - ws-acertos-cartao
                       compute ws-bin-k =
                           ws-qtd-dezenas - ws-fx-acertos (ws-comb-fx)
                       perform 6025-calcular-binomial
                       compute ws-comb-fx-qtd (ws-comb-fx) =
                           ws-bin-parcial * ws-bin-resultado
                   end-if
               end-perform
           end-if

           .
       6030-apurar-faixas-combinacao-exit.
           exit.

      *>==================================
      *> Acumula a Faixa Creditada (ws-comb-fx) nos Totais da
      *> Corrida, para o resumo de custo e retorno
      *>==================================

       6040-acumular-premiacao-corrida section.

           add ws-comb-fx-qtd (ws-comb-fx) to ws-prc-fx-qtd (ws-comb-fx)
           add ws-liv-valor to ws-prc-fx-valor (ws-comb-fx)
           add ws-liv-valor to ws-prc-credito-total

           .
       6040-acumular-premiacao-corrida-exit.
           exit.

      *>==================================
      *> Zera os Totais de Apostas e Premios da Corrida
      *>==================================

       6045-zerar-premiacao-corrida section.

           move 0 to ws-comb-total-cartoes
           move 0 to ws-prc-debito-total
           move 0 to ws-prc-credito-total
           perform varying ws-comb-fx from 1 by 1 until ws-comb-fx > 5
               move 0 to ws-prc-fx-qtd   (ws-comb-fx)
               move 0 to ws-prc-fx-valor (ws-comb-fx)
           end-perform

           .
       6045-zerar-premiacao-corrida-exit.
           exit.

      *>==================================
      *> Custo da Conferencia e Retorno de Referencia por Faixa
      *> (precos oficiais por modalidade; premios sao estimativas,

           perform 6205-carregar-tabela-precos

      *>---- cartoes com mais dezenas que o sorteio pagam cada
      *>---- combinacao como um jogo simples
           compute ws-custo-total =
               ws-preco-cartao * ws-comb-total-cartoes

           move ws-preco-cartao to ws-preco-cartao-ed
           move ws-custo-total  to ws-custo-total-ed
           display " "
           display "=== Custo e Retorno - "
                   function trim (ws-modalidade-nome) " ==="
           display "Preco oficial por jogo simples: R$ " ws-preco-cartao-ed
           display "Cartoes conferidos: " ws-cont-cartoes
                   " - Jogos simples (combinacoes): "
                   ws-comb-total-cartoes
           display "Custo total da aposta por concurso: R$ "
                   ws-custo-total-ed

           display "Premiacao apurada na corrida (jogos premiados):"
           perform varying ws-comb-fx from 1 by 1
                   until ws-comb-fx > ws-qtd-faixas
               move ws-prc-fx-valor (ws-comb-fx) to ws-prc-valor-ed
               display "  " ws-fx-nome (ws-comb-fx) ": "
                       ws-prc-fx-qtd (ws-comb-fx) " jogo(s) - R$ "
                       ws-prc-valor-ed
           end-perform
           compute ws-prc-saldo =
               ws-prc-credito-total - ws-prc-debito-total
           move ws-prc-debito-total to ws-prc-valor-ed
           display "Total apostado na corrida: R$ " ws-prc-valor-ed
           move ws-prc-credito-total to ws-prc-valor-ed
           display "Total de premios na corrida: R$ " ws-prc-valor-ed
           move ws-prc-saldo to ws-prc-saldo-ed
           display "Resultado liquido da corrida: R$ " ws-prc-saldo-ed

           display "Retorno de referencia por faixa de premio"
           display "(valores medios; o premio real varia a cada concurso):"
           perform varying ws-idx-faixa from 1 by 1
                       until ws-idx-cart-tab > ws-qtd-cartoes-tab
                   move 0 to ws-bt-total-acertos (ws-idx-cart-tab)
                   move 0 to ws-bt-melhor        (ws-idx-cart-tab)
                   move 0 to ws-bt-concursos     (ws-idx-cart-tab)
                   perform varying ws-idx-faixa from 1 by 1
                           until ws-idx-faixa > 5
                       move 0 to ws-bt-faixa (ws-idx-cart-tab, ws-idx-faixa)
                           at end
                               move "10" to ws-fs-sorteios
                           not at end
                               add 1 to ws-jor-lid-sorteios
                               perform 6150-processar-sorteio-hist
                       end-read
                   end-perform
           if ws-linha-hist-valida = "S"
               add 1 to ws-cont-sorteios-hist
               add 1 to ws-cont-sort-arquivo
      *>---- a liga de estrategias usa a mesma leitura do historico
               if ws-lig-em-curso = "S"
                   perform 7415-processar-sorteio-liga
               else
                   move ws-cont-sorteios-hist to ws-liv-concurso
                   if ws-hist-completo = "S"
                       perform 5550-acumular-pares
                       perform 5650-atualizar-atrasos
                   end-if
                   perform 6130-pontuar-cartoes-historico
               end-if
           end-if

           .
                       at end
                           move "10" to ws-fs-catalogo
                       not at end
                           add 1 to ws-jor-lid-arqmortos
                           if ws-qtd-catalogo < 120
                               add 1 to ws-qtd-catalogo
                               move reg-cat-nome
                               at end
                                   move "10" to ws-fs-arquivo-morto
                               not at end
                                   add 1 to ws-jor-lid-dinamicos
                                   perform 6150-processar-sorteio-hist
                           end-read
                       end-perform
           move 0 to ws-qtd-cartoes-tab
           move 0 to ws-cont-cartoes
           move 0 to ws-cont-inativos
           move 0 to ws-cont-outra-modal
           perform 6045-zerar-premiacao-corrida

           perform 7300-validar-apostas

           open input arq-apostas

                       "aberto. Nenhum cartao carregado."
               close arq-apostas
           else
               move 0 to ws-vap-idx-linha
               perform until ws-fs-apostas = "10"
                   read arq-apostas into ws-cartao
                       at end
                           move "10" to ws-fs-apostas
                       not at end
                           add 1 to ws-jor-lid-apostas
                           add 1 to ws-vap-idx-linha
                           perform 8060-verificar-cartao-ativo
                           evaluate true
      *>---- linha rejeitada na validacao (ja listada em APOSTAS.REJ)
                               when ws-vap-idx-linha > ws-vap-limite-linhas
                               when ws-vap-situacao (ws-vap-idx-linha) = "R"
                                   continue
                               when ws-cad-status-busca = "I"
                                   add 1 to ws-cont-inativos
                               when ws-cad-modalidade-busca not = 0
                               and ws-cad-modalidade-busca not = ws-modalidade
                                   add 1 to ws-cont-outra-modal
                               when other
                                   add 1 to ws-cont-cartoes
                                   if ws-qtd-cartoes-tab < 200
                                       add 1 to ws-qtd-cartoes-tab
                                       move ws-cartao-id
                                         to ws-cart-id (ws-qtd-cartoes-tab)
                                       move ws-cad-conc-ini-busca
                                         to ws-cart-conc-ini (ws-qtd-cartoes-tab)
                                       move ws-cad-conc-fim-busca
                                         to ws-cart-conc-fim (ws-qtd-cartoes-tab)
                                       move 0 to ws-comb-qtd-num
                                       perform varying ws-idx-cartao from 1 by 1
                                               until ws-idx-cartao > 18
                                           move ws-cartao-num (ws-idx-cartao)
                                             to ws-cart-dez
                                                (ws-qtd-cartoes-tab, ws-idx-cartao)
                                           if ws-cartao-num (ws-idx-cartao) <> 0
                                               add 1 to ws-comb-qtd-num
                                           end-if
                                       end-perform
                                       perform 6020-calcular-combinacoes
                                       move ws-comb-qtd-num
                                         to ws-cart-qtd-num (ws-qtd-cartoes-tab)
                                       move ws-comb-qtd
                                         to ws-cart-comb (ws-qtd-cartoes-tab)
                                       add ws-comb-qtd to ws-comb-total-cartoes
                                   end-if
                           end-evaluate
                   end-read
               end-perform
               close arq-apostas
               if ws-cont-inativos > 0
                   display "Cartoes inativos ignorados: " ws-cont-inativos
               end-if
               if ws-cont-outra-modal > 0
                   display "Cartoes de outra modalidade ignorados: "
                           ws-cont-outra-modal
               end-if

               if ws-cont-cartoes > ws-qtd-cartoes-tab
                   display "Aviso: APOSTAS.DAT contem " ws-cont-cartoes
           perform varying ws-idx-cart-tab from 1 by 1
                   until ws-idx-cart-tab > ws-qtd-cartoes-tab

      *>---- nos resultados oficiais o cartao so concorre dentro
      *>---- da sua vigencia (teimosinha)
               if ws-liv-origem = "R"
               and (ws-liv-concurso < ws-cart-conc-ini (ws-idx-cart-tab)
                 or ws-liv-concurso > ws-cart-conc-fim (ws-idx-cart-tab))
                   add 1 to ws-cont-fora-vigencia
               else
                   move ws-cart-id (ws-idx-cart-tab) to ws-liv-cartao
                   move ws-cart-qtd-num (ws-idx-cart-tab) to ws-comb-qtd-num
                   move ws-cart-comb (ws-idx-cart-tab)    to ws-comb-qtd
                   perform 8115-debitar-cartao

                   move 0 to ws-acertos-cartao

                   perform varying ws-idx-dezena from 1 by 1
                           until ws-idx-dezena > ws-qtd-dezenas
                       perform varying ws-idx-cartao from 1 by 1
                               until ws-idx-cartao > 18
                           if ws-cart-dez (ws-idx-cart-tab, ws-idx-cartao)
                              = ws-dezena (ws-idx-dezena)
                           and ws-cart-dez (ws-idx-cart-tab, ws-idx-cartao) <> 0
                               add 1 to ws-acertos-cartao
                           end-if
                       end-perform
                   end-perform

                   add ws-acertos-cartao
                     to ws-bt-total-acertos (ws-idx-cart-tab)
                   add 1 to ws-bt-concursos (ws-idx-cart-tab)

                   if ws-acertos-cartao > ws-bt-melhor (ws-idx-cart-tab)
                       move ws-acertos-cartao to ws-bt-melhor (ws-idx-cart-tab)
                   end-if

                   perform 6030-apurar-faixas-combinacao
                   perform varying ws-comb-fx from 1 by 1
                           until ws-comb-fx > ws-qtd-faixas
                       if ws-comb-fx-qtd (ws-comb-fx) > 0
                           add ws-comb-fx-qtd (ws-comb-fx)
                             to ws-bt-faixa (ws-idx-cart-tab, ws-comb-fx)
                           move ws-fx-nome (ws-comb-fx) to ws-liv-faixa
                           move ws-comb-fx-qtd (ws-comb-fx)
                             to ws-comb-premiadas
                           perform 8118-creditar-faixa
                           perform 6040-acumular-premiacao-corrida
                           perform 8220-gravar-premio
                       end-if
                   end-perform
               end-if

           end-perform

                   end-if
               end-perform

               if ws-bt-concursos (ws-idx-cart-tab) > 0
                   compute ws-media-acertos rounded =
                       ws-bt-total-acertos (ws-idx-cart-tab)
                       / ws-bt-concursos (ws-idx-cart-tab)
               else
                   move 0 to ws-media-acertos
               end-if

               move ws-media-acertos to ws-media-acertos-ed

               display " "
               display "Cartao " ws-cart-id (ws-idx-cart-tab) " - Dezenas: "
                       ws-linha-cartao
               display "   Jogos simples por concurso: "
                       ws-cart-comb (ws-idx-cart-tab)
                       " - Concursos conferidos: "
                       ws-bt-concursos (ws-idx-cart-tab)
               if ws-cart-conc-fim (ws-idx-cart-tab) < 99999
               or ws-cart-conc-ini (ws-idx-cart-tab) > 0
                   display "   Vigencia: concursos "
                           ws-cart-conc-ini (ws-idx-cart-tab) " a "
                           ws-cart-conc-fim (ws-idx-cart-tab)
               end-if
               display "   Media de acertos: " ws-media-acertos-ed
                       " - Melhor resultado: "
                       ws-bt-melhor (ws-idx-cart-tab) " acertos"
                       at end
                           move "10" to ws-fs-sessoes
                       not at end
                           add 1 to ws-jor-lid-sessoes
                           perform 6510-parse-linha-sessao
                   end-read
               end-perform
                       display "Dono/grupo dos cartoes do fechamento: "
                       accept ws-cad-dono-novo
                   end-if
      *>---- os cartoes do fechamento ficam presos a modalidade
      *>---- corrente, sem limite de concursos
                   move ws-modalidade to ws-cad-modalidade-novo
                   move 0             to ws-cad-conc-ini-novo
                   move 99999         to ws-cad-conc-fim-novo

                   move 0 to ws-fech-gerados
                   move "N" to ws-fech-fim
           end-perform

           write reg-aposta
           add 1 to ws-jor-grv-apostas
           add 1 to ws-fech-gerados

           .

           move 0 to ws-cont-resultados
           move 0 to ws-qtd-cartoes-tab
           move 0 to ws-cont-fora-vigencia

           perform 6110-carregar-cartoes
           perform varying ws-idx-cart-tab from 1 by 1
                   until ws-idx-cart-tab > ws-qtd-cartoes-tab
               move 0 to ws-bt-total-acertos (ws-idx-cart-tab)
               move 0 to ws-bt-melhor        (ws-idx-cart-tab)
               move 0 to ws-bt-concursos     (ws-idx-cart-tab)
               perform varying ws-idx-faixa from 1 by 1
                       until ws-idx-faixa > 5
                   move 0 to ws-bt-faixa (ws-idx-cart-tab, ws-idx-faixa)
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           perform 6710-processar-resultado
                   end-read
               end-perform
                       ws-cont-res-pulados
               display "Marca d'agua da modalidade (ultimo concurso): "
                       ws-ctl-ultimo (ws-modalidade)
               if ws-cont-fora-vigencia > 0
                   display "Conferencias puladas (concurso fora da "
                           "vigencia do cartao): " ws-cont-fora-vigencia
               end-if

               if ws-cont-resultados = 0
                   display "Nenhum concurso desta modalidade no arquivo. "

       6710-processar-resultado section.

           perform 6715-validar-resultado

      *>---- concursos ate a marca d'agua ja estao nos acumulados ----
           if ws-res-valido = "S"
       6710-processar-resultado-exit.
           exit.

      *>==================================
      *> Valida a Linha de Resultado Lida (ws-resultado-reg) para a
      *> Modalidade Corrente e Copia as Dezenas para ws-dezena
      *> (ws-res-valido = "S" quando aproveitavel)
      *>==================================

       6715-validar-resultado section.

           move "N" to ws-res-valido

           if ws-res-modalidade = ws-modalidade
               move "S" to ws-res-valido
               perform varying ws-idx-dezena from 1 by 1
                       until ws-idx-dezena > ws-qtd-dezenas
                   if ws-res-dezena (ws-idx-dezena) < 1
                   or ws-res-dezena (ws-idx-dezena) > ws-faixa-max
                       move "N" to ws-res-valido
                   else
                       move ws-res-dezena (ws-idx-dezena)
                         to ws-dezena (ws-idx-dezena)
                   end-if

      *>---- rejeita o concurso se a dezena repete uma anterior ----
                   perform varying ws-idx-cmp from 1 by 1
                           until ws-idx-cmp >= ws-idx-dezena
                       if ws-res-dezena (ws-idx-cmp)
                          = ws-res-dezena (ws-idx-dezena)
                           move "N" to ws-res-valido
                       end-if
                   end-perform
               end-perform
           end-if

           .
       6715-validar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Correcao de Resultado Oficial Digitado Errado (estorno no
      *>   livro, cancelamento de premios e refazimento dos acumulados)
      *>------------------------------------------------------------------------

      *>==================================
      *> Corrige um Concurso ja Processado pela Opcao 9: estorna os
      *> lancamentos do livro, cancela os premios, retira o concurso
      *> dos acumulados e confere de novo os cartoes com as dezenas
      *> corretas, com relatorio antes/depois em CORRECOES.RPT
      *>==================================

       6900-corrigir-resultado section.

           move "S" to ws-crr-valido
           move 0   to ws-crr-estornos

           perform 8300-carregar-controle
           perform 6205-carregar-tabela-precos
           perform 6905-obter-correcao

           if ws-crr-valido = "S"
               perform 6910-localizar-resultado-original
           end-if

           if ws-crr-valido = "S"
               perform 6915-regravar-resultados
           end-if

           if ws-crr-valido = "S"
               perform varying ws-freq-j from 1 by 1
                       until ws-freq-j > ws-faixa-max
                   move 0 to ws-freq-num  (ws-freq-j)
                   move 0 to ws-freq-marc (ws-freq-j)
               end-perform

               perform varying ws-pares-i from 1 by 1
                       until ws-pares-i > ws-faixa-max
                   perform varying ws-pares-j from 1 by 1
                           until ws-pares-j > ws-faixa-max
                       move 0 to ws-pares-cont (ws-pares-i, ws-pares-j)
                   end-perform
               end-perform

               perform varying ws-atraso-j from 1 by 1
                       until ws-atraso-j > ws-faixa-max
                   move 0 to ws-atraso-num  (ws-atraso-j)
                   move 0 to ws-atraso-marc (ws-atraso-j)
               end-perform

               move 0 to ws-cont-resultados
               move 0 to ws-cont-fora-vigencia
               move 0 to ws-qtd-cartoes-tab

               perform 6110-carregar-cartoes
               perform varying ws-idx-cart-tab from 1 by 1
                       until ws-idx-cart-tab > ws-qtd-cartoes-tab
                   move 0 to ws-bt-total-acertos (ws-idx-cart-tab)
                   move 0 to ws-bt-melhor        (ws-idx-cart-tab)
                   move 0 to ws-bt-concursos     (ws-idx-cart-tab)
                   perform varying ws-idx-faixa from 1 by 1
                           until ws-idx-faixa > 5
                       move 0 to ws-bt-faixa (ws-idx-cart-tab, ws-idx-faixa)
                   end-perform
                   move 0 to ws-crr-cart-acertos-antes  (ws-idx-cart-tab)
                   move 0 to ws-crr-cart-acertos-depois (ws-idx-cart-tab)
                   if ws-crr-concurso >= ws-cart-conc-ini (ws-idx-cart-tab)
                   and ws-crr-concurso <= ws-cart-conc-fim (ws-idx-cart-tab)
                       move "S" to ws-crr-cart-vigente (ws-idx-cart-tab)
                   else
                       move "N" to ws-crr-cart-vigente (ws-idx-cart-tab)
                   end-if
               end-perform

               perform 8310-carregar-acumulados
               perform varying ws-freq-j from 1 by 1
                       until ws-freq-j > ws-faixa-max
                   move ws-freq-num (ws-freq-j) to ws-crr-freq-antes (ws-freq-j)
               end-perform

               perform 6985-abrir-relatorio-correcao
               perform 6920-estornar-livro
               perform 6930-cancelar-premios
               if ws-crr-original-valido = "S"
                   perform 6940-retirar-concurso-acumulados
               end-if
               perform 6950-repontuar-concurso
               perform 6955-refazer-atrasos
               perform 8330-gravar-acumulados
               perform 6960-resumo-correcao
               perform 6995-fechar-relatorio-correcao
           end-if

           .
       6900-corrigir-resultado-exit.
           exit.

      *>==================================
      *> Obtem o Concurso e as Dezenas Corretas (tela ou, no batch,
      *> PARAMETROS.DAT: concurso no campo de simulacoes e dezenas
      *> nos numeros) e Valida contra a Modalidade
      *>==================================

       6905-obter-correcao section.

           move zeros to ws-crr-dezenas-depois

           if ws-modo-batch = "S"
               move ws-freq-simulacoes to ws-crr-concurso
               perform varying ws-crr-idx from 1 by 1
                       until ws-crr-idx > ws-qtd-dezenas
                   move ws-num-tab (ws-crr-idx) to ws-crr-depois (ws-crr-idx)
               end-perform
           else
               display " "
               display "=== Correcao de Resultado Oficial - "
                       function trim (ws-modalidade-nome) " ==="
               display "Ultimo concurso processado da modalidade: "
                       ws-ultimo-concurso
               display "Concurso a corrigir: "
               accept ws-crr-concurso
               display "Informe as " ws-qtd-dezenas
                       " dezenas corretas do concurso:"
               perform varying ws-crr-idx from 1 by 1
                       until ws-crr-idx > ws-qtd-dezenas
                   display "Dezena " ws-crr-idx ": "
                   accept ws-crr-depois (ws-crr-idx)
               end-perform
           end-if

           if ws-crr-concurso = 0
           or ws-crr-concurso > ws-ultimo-concurso
               move "N" to ws-crr-valido
               display "Correcao recusada: o concurso " ws-crr-concurso
                       " nao foi processado na modalidade (ultimo "
                       "concurso processado: " ws-ultimo-concurso ")."
               display "Concursos ainda nao processados sao corrigidos "
                       "direto em RESULTADOS.DAT antes da opcao 9."
           end-if

           perform varying ws-crr-idx from 1 by 1
                   until ws-crr-idx > ws-qtd-dezenas
               if ws-crr-depois (ws-crr-idx) < 1
               or ws-crr-depois (ws-crr-idx) > ws-faixa-max
                   move "N" to ws-crr-valido
                   display "Correcao recusada: dezena "
                           ws-crr-depois (ws-crr-idx)
                           " fora do intervalo 01 a " ws-faixa-max "."
               end-if
               perform varying ws-crr-cmp from 1 by 1
                       until ws-crr-cmp >= ws-crr-idx
                   if ws-crr-depois (ws-crr-cmp) = ws-crr-depois (ws-crr-idx)
                       move "N" to ws-crr-valido
                       display "Correcao recusada: dezena "
                               ws-crr-depois (ws-crr-idx) " repetida."
                   end-if
               end-perform
           end-perform

           .
       6905-obter-correcao-exit.
           exit.

      *>==================================
      *> Localiza a Linha Original do Concurso em RESULTADOS.DAT
      *> (dezenas gravadas hoje e se ela foi aproveitada na opcao 9)
      *>==================================

       6910-localizar-resultado-original section.

           move "N" to ws-crr-achado
           move "N" to ws-crr-original-valido

           open input arq-resultados
           if ws-fs-resultados = "00"
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           if ws-crr-achado = "N"
                           and ws-res-modalidade = ws-modalidade
                           and ws-res-concurso = ws-crr-concurso
                               move "S" to ws-crr-achado
                               perform varying ws-crr-idx from 1 by 1
                                       until ws-crr-idx > 15
                                   move ws-res-dezena (ws-crr-idx)
                                     to ws-crr-antes (ws-crr-idx)
                               end-perform
                               perform 6715-validar-resultado
                               move ws-res-valido to ws-crr-original-valido
                           end-if
                   end-read
               end-perform
           end-if
           close arq-resultados

           if ws-crr-achado = "N"
               move "N" to ws-crr-valido
               display "Correcao recusada: concurso " ws-crr-concurso
                       " da modalidade nao encontrado em RESULTADOS.DAT."
           else
               move "S" to ws-crr-igual
               perform varying ws-crr-idx from 1 by 1
                       until ws-crr-idx > ws-qtd-dezenas
                   if ws-crr-antes (ws-crr-idx)
                      not = ws-crr-depois (ws-crr-idx)
                       move "N" to ws-crr-igual
                   end-if
               end-perform
               if ws-crr-igual = "S"
                   move "N" to ws-crr-valido
                   display "Nada a corrigir: o concurso " ws-crr-concurso
                           " ja esta gravado com essas dezenas."
               end-if
           end-if

           .
       6910-localizar-resultado-original-exit.
           exit.

      *>==================================
      *> Regrava RESULTADOS.DAT com as Dezenas Corretas do Concurso
      *> (copia de trabalho em RESULTADOS.TMP)
      *>==================================

       6915-regravar-resultados section.

           move "RESULTADOS.TMP" to ws-nome-arquivo-morto
           open input arq-resultados
           open output arq-arquivo-morto

           if ws-fs-arquivo-morto not = "00"
           and ws-fs-arquivo-morto not = "05"
               move "N" to ws-crr-valido
               display "Correcao recusada: RESULTADOS.TMP nao pode ser "
                       "gravado (status " ws-fs-arquivo-morto ")."
               close arq-resultados
               close arq-arquivo-morto
           else
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           if ws-res-modalidade = ws-modalidade
                           and ws-res-concurso = ws-crr-concurso
                               perform varying ws-crr-idx from 1 by 1
                                       until ws-crr-idx > 15
                                   move ws-crr-depois (ws-crr-idx)
                                     to ws-res-dezena (ws-crr-idx)
                               end-perform
                           end-if
                           write reg-arquivo-morto from ws-resultado-reg
                           add 1 to ws-jor-grv-dinamicos
                   end-read
               end-perform
               close arq-resultados
               close arq-arquivo-morto

               open input arq-arquivo-morto
               open output arq-resultados
               if ws-fs-resultados not = "00"
               and ws-fs-resultados not = "05"
                   move "N" to ws-crr-valido
                   display "Correcao recusada: RESULTADOS.DAT nao pode ser "
                           "regravado (status " ws-fs-resultados "); a "
                           "copia corrigida ficou em RESULTADOS.TMP."
                   close arq-arquivo-morto
                   close arq-resultados
               else
                   perform until ws-fs-arquivo-morto = "10"
                       read arq-arquivo-morto into ws-resultado-reg
                           at end
                               move "10" to ws-fs-arquivo-morto
                           not at end
                               add 1 to ws-jor-lid-dinamicos
                               write reg-resultado from ws-resultado-reg
                               add 1 to ws-jor-grv-resultados
                       end-read
                   end-perform
                   close arq-arquivo-morto
                   close arq-resultados

      *>---- zera o arquivo de trabalho apos a regravacao ----
                   open output arq-arquivo-morto
                   close arq-arquivo-morto
               end-if
           end-if

           .
       6915-regravar-resultados-exit.
           exit.

      *>==================================
      *> Estorna no Livro o Saldo Lancado para o Concurso: soma os
      *> lancamentos dos resultados oficiais (R) menos os estornos
      *> anteriores (E) por cartao, tipo e faixa e lanca o estorno
      *>==================================

       6920-estornar-livro section.

           move 0 to ws-qtd-etn
           move 0 to ws-crr-estornos
           move 0 to ws-crr-est-debito
           move 0 to ws-crr-est-credito

      *>---- lancamento original em mes ja fechado: o estorno entra no
      *>---- mes aberto (data de hoje) e o relatorio registra a nota
           perform 8191-carregar-ultimo-fechamento
           move "N" to ws-lme-nota-estorno

           open input arq-livro
           if ws-fs-livro = "00"
               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           if reg-liv-modalidade = ws-modalidade
                           and reg-liv-concurso = ws-crr-concurso
                           and (reg-liv-origem = "R"
                                or reg-liv-origem = "E")
                               perform 6925-acumular-estorno
                               move reg-liv-data (1:6)
                                 to ws-lme-periodo-liv
                               if ws-lme-ultimo-periodo > 0
                               and ws-lme-periodo-liv <= ws-lme-ultimo-periodo
                                   move "S" to ws-lme-nota-estorno
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "--- LIVRO.DAT: estornos lancados (origem E) ---"
             to ws-crr-linha
           perform 6990-linha-correcao

           perform 8100-abrir-livro
           move "E"             to ws-liv-origem
           move ws-crr-concurso to ws-liv-concurso

           if ws-livro-aberto = "S"
               perform varying ws-idx-etn from 1 by 1
                       until ws-idx-etn > ws-qtd-etn
                   if ws-etn-valor (ws-idx-etn) > 0
                       move ws-etn-cartao (ws-idx-etn) to ws-liv-cartao
                       move ws-etn-faixa  (ws-idx-etn) to ws-liv-faixa
                       move ws-etn-valor  (ws-idx-etn) to ws-liv-valor
                       move ws-etn-tipo   (ws-idx-etn) to reg-liv-tipo
                       perform 8110-gravar-lancamento
                       add 1 to ws-crr-estornos
                       if ws-etn-tipo (ws-idx-etn) = "D"
                           add ws-liv-valor to ws-crr-est-debito
                       else
                           add ws-liv-valor to ws-crr-est-credito
                       end-if
                       move ws-liv-valor to ws-crr-valor-ed
                       move spaces to ws-crr-linha
                       string "Estorno " delimited by size
                              ws-etn-tipo (ws-idx-etn) delimited by size
                              " - Cartao " delimited by size
                              ws-liv-cartao delimited by size
                              " - " delimited by size
                              ws-liv-faixa delimited by size
                              " - R$ " delimited by size
                              ws-crr-valor-ed delimited by size
                              into ws-crr-linha
                       end-string
                       perform 6990-linha-correcao
                   end-if
               end-perform
           end-if
           perform 8130-fechar-livro

           if ws-crr-estornos = 0
               move "Nenhum lancamento do concurso a estornar."
                 to ws-crr-linha
               perform 6990-linha-correcao
           end-if

           if ws-lme-nota-estorno = "S" and ws-crr-estornos > 0
               move function current-date (1:6) to ws-lme-periodo-atual
               move spaces to ws-crr-linha
               string "Nota: lancamentos originais em mes fechado (ate "
                          delimited by size
                      ws-lme-ultimo-periodo delimited by size
                      "); estornos lancados no mes aberto "
                          delimited by size
                      ws-lme-periodo-atual delimited by size
                      "." delimited by size
                      into ws-crr-linha
               end-string
               perform 6990-linha-correcao
           end-if

           move spaces to ws-crr-linha
           move ws-crr-est-debito to ws-crr-valor-ed
           string "Debitos estornados: R$ " delimited by size
                  ws-crr-valor-ed delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao
           move spaces to ws-crr-linha
           move ws-crr-est-credito to ws-crr-valor-ed
           string "Creditos estornados: R$ " delimited by size
                  ws-crr-valor-ed delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao

           .
       6920-estornar-livro-exit.
           exit.

      *>==================================
      *> Soma um Lancamento do Concurso na Tabela de Estornos
      *> (R soma, E ja estornado subtrai)
      *>==================================

       6925-acumular-estorno section.

           move 0 to ws-etn-achado
           perform varying ws-idx-etn from 1 by 1
                   until ws-idx-etn > ws-qtd-etn
               if ws-etn-cartao (ws-idx-etn) = reg-liv-cartao
               and ws-etn-tipo (ws-idx-etn) = reg-liv-tipo
               and ws-etn-faixa (ws-idx-etn) = reg-liv-faixa
                   move ws-idx-etn to ws-etn-achado
               end-if
           end-perform

           if ws-etn-achado = 0
           and ws-qtd-etn < 500
               add 1 to ws-qtd-etn
               move ws-qtd-etn     to ws-etn-achado
               move reg-liv-cartao to ws-etn-cartao (ws-etn-achado)
               move reg-liv-tipo   to ws-etn-tipo   (ws-etn-achado)
               move reg-liv-faixa  to ws-etn-faixa  (ws-etn-achado)
               move 0              to ws-etn-valor  (ws-etn-achado)
           end-if

           if ws-etn-achado = 0
               display "Aviso: tabela de estornos cheia (500); lancamento "
                       "do cartao " reg-liv-cartao " nao estornado."
           else
               if reg-liv-origem = "E"
                   subtract reg-liv-valor from ws-etn-valor (ws-etn-achado)
               else
                   add reg-liv-valor to ws-etn-valor (ws-etn-achado)
               end-if
           end-if

           .
       6925-acumular-estorno-exit.
           exit.

      *>==================================
      *> Cancela os Premios do Concurso em PREMIOS.DAT (situacao X),
      *> sem apagar os registros (copia em PREMIOS.TMP)
      *>==================================

       6930-cancelar-premios section.

           move 0   to ws-crr-premios-cancelados
           move 0   to ws-crr-premios-resgatados
           move "N" to ws-crr-premios-falha

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "--- PREMIOS.DAT: premios cancelados (situacao X) ---"
             to ws-crr-linha
           perform 6990-linha-correcao

           open input arq-premios
           if ws-fs-premios not = "00"
               close arq-premios
           else
               move "PREMIOS.TMP" to ws-nome-arquivo-morto
               open output arq-arquivo-morto
           end-if

           if ws-fs-premios = "00"
           and ws-fs-arquivo-morto not = "00"
           and ws-fs-arquivo-morto not = "05"
               move "S" to ws-crr-premios-falha
               move "ERRO" to ws-situacao-job
               move spaces to ws-crr-linha
               string "ERRO: PREMIOS.TMP nao pode ser gravado (status "
                      delimited by size
                      ws-fs-arquivo-morto delimited by size
                      "); premios do concurso NAO cancelados - "
                      delimited by size
                      "PREMIOS.DAT mantido como estava." delimited by size
                      into ws-crr-linha
               end-string
               perform 6990-linha-correcao
               close arq-premios
               close arq-arquivo-morto
           end-if

           if ws-fs-premios = "00"
           and ws-crr-premios-falha = "N"
               perform until ws-fs-premios = "10"
                   read arq-premios
                       at end
                           move "10" to ws-fs-premios
                       not at end
                           add 1 to ws-jor-lid-premios
                           if reg-pre-modalidade = ws-modalidade
                           and reg-pre-concurso = ws-crr-concurso
                           and reg-pre-situacao not = "X"
                               perform 8245-normalizar-premio
                               add 1 to ws-crr-premios-cancelados
                               if reg-pre-situacao = "R"
                                   add 1 to ws-crr-premios-resgatados
                               end-if
                               move reg-pre-valor to ws-crr-valor-ed
                               move spaces to ws-crr-linha
                               string "Cartao " delimited by size
                                      reg-pre-cartao delimited by size
                                      " - " delimited by size
                                      reg-pre-qtd delimited by size
                                      " x " delimited by size
                                      reg-pre-faixa delimited by size
                                      " - R$ " delimited by size
                                      ws-crr-valor-ed delimited by size
                                      " - situacao anterior " delimited by size
                                      reg-pre-situacao delimited by size
                                      into ws-crr-linha
                               end-string
                               perform 6990-linha-correcao
                               move "X" to reg-pre-situacao
                           end-if
                           write reg-arquivo-morto from reg-premio
                           add 1 to ws-jor-grv-dinamicos
                   end-read
               end-perform

               close arq-arquivo-morto
               close arq-premios

               if ws-crr-premios-cancelados > 0
                   perform 8270-regravar-premios
               end-if
           end-if

           if ws-crr-premios-cancelados = 0
           and ws-crr-premios-falha = "N"
               move "Nenhum premio registrado para o concurso."
                 to ws-crr-linha
               perform 6990-linha-correcao
           end-if

           if ws-crr-premios-resgatados > 0
               move spaces to ws-crr-linha
               string "Atencao: " delimited by size
                      ws-crr-premios-resgatados delimited by size
                      " premio(s) ja resgatado(s) (situacao R) foram "
                      delimited by size
                      "cancelados; confira a devolucao do valor pago."
                      delimited by size
                      into ws-crr-linha
               end-string
               perform 6990-linha-correcao
           end-if

           .
       6930-cancelar-premios-exit.
           exit.

      *>==================================
      *> Retira as Dezenas Originais do Concurso dos Acumulados:
      *> frequencia, pares e totais de acertos e faixas por cartao
      *> (o atraso eh refeito depois a partir de RESULTADOS.DAT)
      *>==================================

       6940-retirar-concurso-acumulados section.

           move ws-crr-dezenas-antes to ws-dezenas-sorteadas

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > ws-qtd-dezenas
               if ws-freq-num (ws-dezena (ws-idx-dezena)) > 0
                   subtract 1 from ws-freq-num (ws-dezena (ws-idx-dezena))
               end-if
           end-perform

           perform 6945-retirar-pares

           perform varying ws-idx-cart-tab from 1 by 1
                   until ws-idx-cart-tab > ws-qtd-cartoes-tab
               if ws-crr-cart-vigente (ws-idx-cart-tab) = "S"
                   perform 6947-contar-acertos-cartao
                   move ws-acertos-cartao
                     to ws-crr-cart-acertos-antes (ws-idx-cart-tab)

                   if ws-bt-total-acertos (ws-idx-cart-tab)
                      >= ws-acertos-cartao
                       subtract ws-acertos-cartao
                           from ws-bt-total-acertos (ws-idx-cart-tab)
                   end-if
                   if ws-bt-concursos (ws-idx-cart-tab) > 0
                       subtract 1 from ws-bt-concursos (ws-idx-cart-tab)
                   end-if

                   move ws-cart-qtd-num (ws-idx-cart-tab) to ws-comb-qtd-num
                   move ws-cart-comb (ws-idx-cart-tab)    to ws-comb-qtd
                   perform 6030-apurar-faixas-combinacao
                   perform varying ws-comb-fx from 1 by 1
                           until ws-comb-fx > ws-qtd-faixas
                       if ws-bt-faixa (ws-idx-cart-tab, ws-comb-fx)
                          >= ws-comb-fx-qtd (ws-comb-fx)
                           subtract ws-comb-fx-qtd (ws-comb-fx)
                               from ws-bt-faixa (ws-idx-cart-tab, ws-comb-fx)
                       end-if
                   end-perform
               end-if
           end-perform

           .
       6940-retirar-concurso-acumulados-exit.
           exit.

      *>==================================
      *> Retira os Pares das Dezenas em ws-dezena (inverso do 5550)
      *>==================================

       6945-retirar-pares section.

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena >= ws-qtd-dezenas
               perform varying ws-idx-cmp from 1 by 1
                       until ws-idx-cmp > ws-qtd-dezenas
                   if ws-idx-cmp > ws-idx-dezena
                       if ws-dezena (ws-idx-dezena)
                          < ws-dezena (ws-idx-cmp)
                           if ws-pares-cont (ws-dezena (ws-idx-dezena),
                                             ws-dezena (ws-idx-cmp)) > 0
                               subtract 1 from ws-pares-cont
                                   (ws-dezena (ws-idx-dezena),
                                    ws-dezena (ws-idx-cmp))
                           end-if
                       else
                           if ws-pares-cont (ws-dezena (ws-idx-cmp),
                                             ws-dezena (ws-idx-dezena)) > 0
                               subtract 1 from ws-pares-cont
                                   (ws-dezena (ws-idx-cmp),
                                    ws-dezena (ws-idx-dezena))
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform

           .
       6945-retirar-pares-exit.
           exit.

      *>==================================
      *> Conta os Acertos do Cartao ws-idx-cart-tab contra ws-dezena
      *>==================================

       6947-contar-acertos-cartao section.

           move 0 to ws-acertos-cartao

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > ws-qtd-dezenas
               perform varying ws-idx-cartao from 1 by 1
                       until ws-idx-cartao > 18
                   if ws-cart-dez (ws-idx-cart-tab, ws-idx-cartao)
                      = ws-dezena (ws-idx-dezena)
                   and ws-cart-dez (ws-idx-cart-tab, ws-idx-cartao) <> 0
                       add 1 to ws-acertos-cartao
                   end-if
               end-perform
           end-perform

           .
       6947-contar-acertos-cartao-exit.
           exit.

      *>==================================
      *> Lanca o Concurso com as Dezenas Corretas: acumulados,
      *> debitos, creditos e premios (como na opcao 9)
      *>==================================

       6950-repontuar-concurso section.

           move ws-crr-dezenas-depois to ws-dezenas-sorteadas

           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > ws-qtd-dezenas
               add 1 to ws-freq-num (ws-dezena (ws-idx-dezena))
           end-perform
           perform 5550-acumular-pares

      *>---- linha original invalida nunca entrou nos acumulados ----
           if ws-crr-original-valido not = "S"
               add 1 to ws-cont-resultados
           end-if

           perform varying ws-idx-cart-tab from 1 by 1
                   until ws-idx-cart-tab > ws-qtd-cartoes-tab
               if ws-crr-cart-vigente (ws-idx-cart-tab) = "S"
                   perform 6947-contar-acertos-cartao
                   move ws-acertos-cartao
                     to ws-crr-cart-acertos-depois (ws-idx-cart-tab)
               end-if
           end-perform

           perform 6045-zerar-premiacao-corrida
           perform 8100-abrir-livro
           move "R"             to ws-liv-origem
           move ws-crr-concurso to ws-liv-concurso
           perform 8210-abrir-premios
           move "S" to ws-gerar-premios

           perform 6130-pontuar-cartoes-historico

           perform 8130-fechar-livro
           perform 8230-fechar-premios
           move "N" to ws-gerar-premios

           .
       6950-repontuar-concurso-exit.
           exit.

      *>==================================
      *> Refaz os Atrasos da Modalidade a partir de RESULTADOS.DAT
      *> ja corrigido (concursos ate a marca d'agua)
      *>==================================

       6955-refazer-atrasos section.

           perform varying ws-atraso-j from 1 by 1
                   until ws-atraso-j > ws-faixa-max
               move 0 to ws-atraso-num (ws-atraso-j)
           end-perform

           open input arq-resultados
           if ws-fs-resultados = "00"
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           perform 6715-validar-resultado
                           if ws-res-valido = "S"
                           and ws-res-concurso <= ws-ultimo-concurso
                               perform 5650-atualizar-atrasos
                           end-if
                   end-read
               end-perform
           end-if
           close arq-resultados

           .
       6955-refazer-atrasos-exit.
           exit.

      *>==================================
      *> Resumo Antes/Depois: frequencias alteradas, acertos dos
      *> cartoes, novos lancamentos e impacto no livro
      *>==================================

       6960-resumo-correcao section.

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "--- Acumulados: frequencia das dezenas (antes -> depois) ---"
             to ws-crr-linha
           perform 6990-linha-correcao
           perform varying ws-freq-j from 1 by 1
                   until ws-freq-j > ws-faixa-max
               if ws-crr-freq-antes (ws-freq-j) not = ws-freq-num (ws-freq-j)
                   move spaces to ws-crr-linha
                   string "Dezena " delimited by size
                          ws-freq-j delimited by size
                          ": " delimited by size
                          ws-crr-freq-antes (ws-freq-j) delimited by size
                          " -> " delimited by size
                          ws-freq-num (ws-freq-j) delimited by size
                          into ws-crr-linha
                   end-string
                   perform 6990-linha-correcao
               end-if
           end-perform
           move "Pares e atrasos refeitos com RESULTADOS.DAT corrigido."
             to ws-crr-linha
           perform 6990-linha-correcao

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "--- Cartoes reconferidos (acertos antes -> depois) ---"
             to ws-crr-linha
           perform 6990-linha-correcao
           perform varying ws-idx-cart-tab from 1 by 1
                   until ws-idx-cart-tab > ws-qtd-cartoes-tab
               move spaces to ws-crr-linha
               if ws-crr-cart-vigente (ws-idx-cart-tab) = "S"
                   string "Cartao " delimited by size
                          ws-cart-id (ws-idx-cart-tab) delimited by size
                          ": " delimited by size
                          ws-crr-cart-acertos-antes (ws-idx-cart-tab)
                          delimited by size
                          " -> " delimited by size
                          ws-crr-cart-acertos-depois (ws-idx-cart-tab)
                          delimited by size
                          " acertos" delimited by size
                          into ws-crr-linha
                   end-string
               else
                   string "Cartao " delimited by size
                          ws-cart-id (ws-idx-cart-tab) delimited by size
                          ": fora da vigencia no concurso" delimited by size
                          into ws-crr-linha
                   end-string
               end-if
               perform 6990-linha-correcao
           end-perform

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "--- LIVRO.DAT: lancamentos com as dezenas corretas ---"
             to ws-crr-linha
           perform 6990-linha-correcao
           move spaces to ws-crr-linha
           move ws-prc-debito-total to ws-crr-valor-ed
           string "Debitos lancados: R$ " delimited by size
                  ws-crr-valor-ed delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao
           move spaces to ws-crr-linha
           move ws-prc-credito-total to ws-crr-valor-ed
           string "Creditos lancados: R$ " delimited by size
                  ws-crr-valor-ed delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao
           perform varying ws-comb-fx from 1 by 1
                   until ws-comb-fx > ws-qtd-faixas
               if ws-prc-fx-qtd (ws-comb-fx) > 0
                   move spaces to ws-crr-linha
                   move ws-prc-fx-valor (ws-comb-fx) to ws-crr-valor-ed
                   string "  " delimited by size
                          ws-fx-nome (ws-comb-fx) delimited by size
                          ": " delimited by size
                          ws-prc-fx-qtd (ws-comb-fx) delimited by size
                          " jogo(s) - R$ " delimited by size
                          ws-crr-valor-ed delimited by size
                          " (premio pendente)" delimited by size
                          into ws-crr-linha
                   end-string
                   perform 6990-linha-correcao
               end-if
           end-perform

           compute ws-crr-impacto =
               (ws-prc-credito-total - ws-prc-debito-total)
             - (ws-crr-est-credito - ws-crr-est-debito)
           move ws-crr-impacto to ws-crr-impacto-ed
           move spaces to ws-crr-linha
           string "Impacto liquido da correcao no livro: R$ "
                  delimited by size
                  ws-crr-impacto-ed delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao

           .
       6960-resumo-correcao-exit.
           exit.

      *>==================================
      *> Abre CORRECOES.RPT (acrescenta) e Grava o Cabecalho com as
      *> Dezenas Antes e Depois
      *>==================================

       6985-abrir-relatorio-correcao section.

           move "N" to ws-correcoes-aberto

           open extend arq-correcoes
           if ws-fs-correcoes = "35" then
               open output arq-correcoes
           end-if

           if ws-fs-correcoes = "00" or ws-fs-correcoes = "05"
               move "S" to ws-correcoes-aberto
           else
               display "Aviso: CORRECOES.RPT nao pode ser gravado "
                       "(status " ws-fs-correcoes "); relatorio apenas "
                       "na tela."
           end-if

           move " " to ws-crr-linha
           perform 6990-linha-correcao
           move "=================================================="
             to ws-crr-linha
           perform 6990-linha-correcao
           move spaces to ws-crr-linha
           string "CORRECAO DE RESULTADO OFICIAL - " delimited by size
                  function current-date (7:2) delimited by size
                  "/" delimited by size
                  function current-date (5:2) delimited by size
                  "/" delimited by size
                  function current-date (1:4) delimited by size
                  " " delimited by size
                  function current-date (9:2) delimited by size
                  ":" delimited by size
                  function current-date (11:2) delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao
           move spaces to ws-crr-linha
           string "Modalidade: " delimited by size
                  function trim (ws-modalidade-nome) delimited by size
                  " - Concurso: " delimited by size
                  ws-crr-concurso delimited by size
                  " - Execucao: " delimited by size
                  ws-id-execucao delimited by size
                  into ws-crr-linha
           end-string
           perform 6990-linha-correcao
           move "=================================================="
             to ws-crr-linha
           perform 6990-linha-correcao

           move "A" to ws-crr-marca
           perform 6987-linha-dezenas
           move "D" to ws-crr-marca
           perform 6987-linha-dezenas

           if ws-crr-original-valido not = "S"
               move "(a linha original era invalida e nao havia entrado "
                 to ws-crr-linha
               perform 6990-linha-correcao
               move " nos acumulados nem no livro)" to ws-crr-linha
               perform 6990-linha-correcao
           end-if

           .
       6985-abrir-relatorio-correcao-exit.
           exit.

      *>==================================
      *> Linha com as Dezenas Antes (ws-crr-marca = "A") ou
      *> Depois (ws-crr-marca = "D") da Correcao
      *>==================================

       6987-linha-dezenas section.

           move spaces to ws-crr-linha
           move 1 to ws-crr-ptr
           if ws-crr-marca = "A"
               string "Dezenas antes : " delimited by size
                      into ws-crr-linha
                      with pointer ws-crr-ptr
               end-string
           else
               string "Dezenas depois: " delimited by size
                      into ws-crr-linha
                      with pointer ws-crr-ptr
               end-string
           end-if

           perform varying ws-crr-idx from 1 by 1
                   until ws-crr-idx > ws-qtd-dezenas
               if ws-crr-marca = "A"
                   string ws-crr-antes (ws-crr-idx) delimited by size
                          " " delimited by size
                          into ws-crr-linha
                          with pointer ws-crr-ptr
                   end-string
               else
                   string ws-crr-depois (ws-crr-idx) delimited by size
                          " " delimited by size
                          into ws-crr-linha
                          with pointer ws-crr-ptr
                   end-string
               end-if
           end-perform
           perform 6990-linha-correcao

           .
       6987-linha-dezenas-exit.
           exit.

      *>==================================
      *> Mostra uma Linha do Relatorio de Correcao e a Grava em
      *> CORRECOES.RPT
      *>==================================

       6990-linha-correcao section.

           display function trim (ws-crr-linha trailing)
           if ws-correcoes-aberto = "S"
               move ws-crr-linha to reg-correcao
               write reg-correcao
               add 1 to ws-jor-grv-correcoes
           end-if

           .
       6990-linha-correcao-exit.
           exit.

      *>==================================
      *> Fecha CORRECOES.RPT
      *>==================================

       6995-fechar-relatorio-correcao section.

           if ws-correcoes-aberto = "S"
               close arq-correcoes
               move "N" to ws-correcoes-aberto
               display " "
               display "Relatorio da correcao acrescentado em CORRECOES.RPT"
           end-if

           .
       6995-fechar-relatorio-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>      Arquivamento da Auditoria (SORTEIOS.DAT / SESSOES.LOG)
      *>------------------------------------------------------------------------
       7000-arquivar-auditoria section.

      *>---- os arquivos de auditoria ficam abertos em extend desde a
      *>---- inicializacao; fecha, arquiva e reabre ao final
           close arq-sorteios
           close arq-sessoes

           move 0 to ws-cont-arquivados-total

           perform 7010-arquivar-sorteios
           add ws-cont-arquivados to ws-cont-arquivados-total
           perform 7020-arquivar-sessoes
           add ws-cont-arquivados to ws-cont-arquivados-total

           open extend arq-sorteios
           if ws-fs-sorteios = "35" then
               open output arq-sorteios
           end-if

           open extend arq-sessoes
           if ws-fs-sessoes = "35" then
               open output arq-sessoes
           end-if

           .
       7000-arquivar-auditoria-exit.
           exit.

      *>==================================
      *> Copia SORTEIOS.DAT para o Arquivo Morto Datado e Zera o Corrente
      *>==================================

       7010-arquivar-sorteios section.

           move 0 to ws-cont-arquivados

           move spaces to ws-nome-arquivo-morto
           string "SORTEIOS-" delimited by size
                  function current-date (1:8) delimited by size
                  ".DAT" delimited by size
                  into ws-nome-arquivo-morto
           end-string

           open input arq-sorteios

           if ws-fs-sorteios not = "00"
               display "SORTEIOS.DAT vazio ou inexistente - nada a arquivar."
               close arq-sorteios
           else
               open extend arq-arquivo-morto

               perform until ws-fs-sorteios = "10"
                   read arq-sorteios into ws-linha-sorteio
                       at end
                           move "10" to ws-fs-sorteios
                       not at end
                           add 1 to ws-jor-lid-sorteios
                           move ws-linha-sorteio to reg-arquivo-morto
                           write reg-arquivo-morto
                           add 1 to ws-jor-grv-dinamicos
                           add 1 to ws-cont-arquivados
                   end-read
               end-perform

               close arq-arquivo-morto
               close arq-sorteios

      *>---- reabre em output para truncar o arquivo corrente ----
               open output arq-sorteios
               close arq-sorteios

               perform 7015-catalogar-arquivo-morto

               display "SORTEIOS.DAT arquivado em "
                       function trim (ws-nome-arquivo-morto)
                       " (" ws-cont-arquivados " registros)."
           end-if

           .
       7010-arquivar-sorteios-exit.
           exit.

      *>==================================
      *> Registra o Arquivo Morto de Sorteios no Catalogo
      *> (ARQMORTOS.DAT); se ja catalogado (segundo arquivamento no
      *> mesmo dia), soma os registros acrescentados
      *>==================================

       7015-catalogar-arquivo-morto section.

           move 0 to ws-qtd-catalogo
           move 0 to ws-idx-catalogo

           open input arq-catalogo
           if ws-fs-catalogo = "00"
               perform until ws-fs-catalogo = "10"
                   read arq-catalogo
                       at end
                           move "10" to ws-fs-catalogo
                       not at end
                           add 1 to ws-jor-lid-arqmortos
                           if reg-cat-nome = ws-nome-arquivo-morto
                               move 1 to ws-idx-catalogo
                           end-if
                   end-read
               end-perform
           end-if
           close arq-catalogo

           if ws-idx-catalogo = 0
               open extend arq-catalogo
               if ws-fs-catalogo = "35" then
                   open output arq-catalogo
               end-if
               if ws-fs-catalogo = "00" or ws-fs-catalogo = "05"
                   move ws-nome-arquivo-morto to reg-cat-nome
                   move function current-date (1:8) to reg-cat-data
                   move ws-cont-arquivados to reg-cat-registros
                   write reg-catalogo
                   add 1 to ws-jor-grv-arqmortos
               else
                   display "Aviso: ARQMORTOS.DAT nao pode ser gravado "
                           "(status " ws-fs-catalogo ")."
               end-if
               close arq-catalogo
           else
               perform 7016-somar-arquivo-catalogado
           end-if

           .
       7015-catalogar-arquivo-morto-exit.
           exit.

      *>==================================
      *> Soma ws-cont-arquivados aos Registros Catalogados do Arquivo
      *> Morto do Dia (o 7010 acrescenta ao arquivo ja existente),
      *> regravando ARQMORTOS.DAT pela copia de trabalho ARQMORTOS.TMP
      *>==================================

       7016-somar-arquivo-catalogado section.

           move ws-nome-arquivo-morto to ws-catal-nome-arquivo
           move "ARQMORTOS.TMP" to ws-nome-arquivo-morto

           open input arq-catalogo
           if ws-fs-catalogo not = "00"
               display "Aviso: ARQMORTOS.DAT nao pode ser atualizado "
                       "(status " ws-fs-catalogo ")."
               close arq-catalogo
           else
               open output arq-arquivo-morto
           end-if

           if ws-fs-catalogo = "00"
           and ws-fs-arquivo-morto not = "00"
           and ws-fs-arquivo-morto not = "05"
               display "Aviso: ARQMORTOS.TMP nao pode ser gravado "
                       "(status " ws-fs-arquivo-morto "); ARQMORTOS.DAT "
                       "nao foi atualizado."
               close arq-catalogo
               close arq-arquivo-morto
               move "10" to ws-fs-catalogo
           end-if

           if ws-fs-catalogo = "00"
               perform until ws-fs-catalogo = "10"
                   read arq-catalogo
                       at end
                           move "10" to ws-fs-catalogo
                       not at end
                           add 1 to ws-jor-lid-arqmortos
                           if reg-cat-nome = ws-catal-nome-arquivo
                           and reg-cat-registros is numeric
                               add ws-cont-arquivados
                                 to reg-cat-registros
                           end-if
                           write reg-arquivo-morto from reg-catalogo
                           add 1 to ws-jor-grv-dinamicos
                   end-read
               end-perform
               close arq-arquivo-morto
               close arq-catalogo

               open input arq-arquivo-morto
               if ws-fs-arquivo-morto not = "00"
                   display "Aviso: ARQMORTOS.TMP nao pode ser lido "
                           "(status " ws-fs-arquivo-morto "); "
                           "ARQMORTOS.DAT nao foi atualizado."
                   close arq-arquivo-morto
               else
                   open output arq-catalogo
                   if ws-fs-catalogo not = "00" and ws-fs-catalogo not = "05"
                       display "Aviso: ARQMORTOS.DAT nao pode ser regravado "
                               "(status " ws-fs-catalogo "); a copia "
                               "atualizada ficou em ARQMORTOS.TMP."
                       close arq-arquivo-morto
                       close arq-catalogo
                   else
                       perform until ws-fs-arquivo-morto = "10"
                           read arq-arquivo-morto into ws-catalogo-troca
                               at end
                                   move "10" to ws-fs-arquivo-morto
                               not at end
                                   add 1 to ws-jor-lid-dinamicos
                                   write reg-catalogo from ws-catalogo-troca
                                   add 1 to ws-jor-grv-arqmortos
                           end-read
                       end-perform
                       close arq-arquivo-morto
                       close arq-catalogo

      *>---- zera o arquivo de trabalho apos a regravacao ----
                       open output arq-arquivo-morto
                       close arq-arquivo-morto
                   end-if
               end-if
           end-if

           move ws-catal-nome-arquivo to ws-nome-arquivo-morto

           .
       7016-somar-arquivo-catalogado-exit.
           exit.

      *>==================================
      *> Copia SESSOES.LOG para o Arquivo Morto Datado e Zera o Corrente
      *>==================================

       7020-arquivar-sessoes section.

           move 0 to ws-cont-arquivados

           move spaces to ws-nome-arquivo-morto
           string "SESSOES-" delimited by size
                  function current-date (1:8) delimited by size
                  ".LOG" delimited by size
                  into ws-nome-arquivo-morto
           end-string

           open input arq-sessoes

           if ws-fs-sessoes not = "00"
               display "SESSOES.LOG vazio ou inexistente - nada a arquivar."
               close arq-sessoes
           else
               open extend arq-arquivo-morto

               perform until ws-fs-sessoes = "10"
                   read arq-sessoes into ws-linha-sessao
                       at end
                           move "10" to ws-fs-sessoes
                       not at end
                           add 1 to ws-jor-lid-sessoes
                           move ws-linha-sessao to reg-arquivo-morto
                           write reg-arquivo-morto
                           add 1 to ws-jor-grv-dinamicos
                           add 1 to ws-cont-arquivados
                   end-read
               end-perform

               close arq-arquivo-morto
               close arq-sessoes

      *>---- reabre em output para truncar o arquivo corrente ----
               open output arq-sessoes
               close arq-sessoes

               display "SESSOES.LOG arquivado em "
                       function trim (ws-nome-arquivo-morto)
                       " (" ws-cont-arquivados " registros)."
           end-if

           .
       7020-arquivar-sessoes-exit.
           exit.

      *>==================================
      *> Arquiva Automaticamente na Inicializacao quando a Auditoria
      *> Passa do Limite de Registros (executa com os arquivos fechados)
      *>==================================

       7100-verificar-limite-arquivos section.

           move 0 to ws-cont-registros-arq
           open input arq-sorteios
           if ws-fs-sorteios = "00"
               perform until ws-fs-sorteios = "10"
                   read arq-sorteios into ws-linha-sorteio
                       at end
                           move "10" to ws-fs-sorteios
                       not at end
                           add 1 to ws-jor-lid-sorteios
                           add 1 to ws-cont-registros-arq
                   end-read
               end-perform
           end-if
           close arq-sorteios

           if ws-cont-registros-arq > ws-limite-registros
               display "SORTEIOS.DAT passou de " ws-limite-registros
                       " registros - arquivando automaticamente."
               perform 7010-arquivar-sorteios
           end-if

           move 0 to ws-cont-registros-arq
           open input arq-sessoes
           if ws-fs-sessoes = "00"
               perform until ws-fs-sessoes = "10"
                   read arq-sessoes into ws-linha-sessao
                       at end
                           move "10" to ws-fs-sessoes
                       not at end
                           add 1 to ws-jor-lid-sessoes
                           add 1 to ws-cont-registros-arq
                   end-read
               end-perform
           end-if
           close arq-sessoes

           if ws-cont-registros-arq > ws-limite-registros
               display "SESSOES.LOG passou de " ws-limite-registros
                       " registros - arquivando automaticamente."
               perform 7020-arquivar-sessoes
           end-if

           .
       7100-verificar-limite-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conciliacao de LIVRO.DAT, PREMIOS.DAT e Resultados Oficiais
      *>   Processados (quebras em CONCILIA.EXC)
      *>------------------------------------------------------------------------

      *>==================================
      *> Conciliacao dos Livros antes do Pagamento Semanal:
      *> 1 - creditos (R) x premios; 2 - debitos x cartoes ativos;
      *> 3 - lancamentos acima da marca d'agua; 4 - duplicidades
      *>==================================

       7200-conciliar-livros section.

           move 0   to ws-qtd-cncc
           move 0   to ws-qtd-cncl
           move 0   to ws-qtd-cnca
           move 0   to ws-cnc-total-quebras
           move 0   to ws-cnc-sem-modalidade
           move "N" to ws-cnc-tabela-cheia
           perform varying ws-cnc-verificacao from 1 by 1
                   until ws-cnc-verificacao > 4
               move 0 to ws-cnc-verificados (ws-cnc-verificacao)
               move 0 to ws-cnc-quebras     (ws-cnc-verificacao)
           end-perform

           perform 8300-carregar-controle
           perform 7210-carregar-cartoes-conciliacao
           perform 7220-carregar-concursos-processados
           perform 7230-carregar-lancamentos-livro
           perform 7240-carregar-premios-conciliacao

           move "N" to ws-conciliacao-aberto
           open output arq-conciliacao
           if ws-fs-conciliacao = "00" or ws-fs-conciliacao = "05"
               move "S" to ws-conciliacao-aberto
           else
               display "Aviso: CONCILIA.EXC nao pode ser gravado "
                       "(status " ws-fs-conciliacao "); quebras apenas "
                       "na tela."
           end-if

           display " "
           display "====================================================="
           display "===  Conciliacao LIVRO x PREMIOS x RESULTADOS     ==="
           display "====================================================="
           display "Concursos no livro/resultados: " ws-qtd-cncc
                   " - Chaves de lancamento: " ws-qtd-cncl
                   " - Cartoes ativos: " ws-qtd-cnca

           perform 7250-verificar-creditos-premios
           perform 7260-verificar-debitos-cartoes
           perform 7270-verificar-marca-dagua
           perform 7280-verificar-duplicidades

           if ws-conciliacao-aberto = "S"
               close arq-conciliacao
               move "N" to ws-conciliacao-aberto
           end-if

           display " "
           display "=== Resumo da Conciliacao ==="
           display "1 - Creditos x premios ..........: verificados "
                   ws-cnc-verificados (1) " - quebras " ws-cnc-quebras (1)
           display "2 - Debitos x cartoes ativos ....: verificados "
                   ws-cnc-verificados (2) " - quebras " ws-cnc-quebras (2)
           display "3 - Marca d'agua (CONTROLE.DAT) .: verificados "
                   ws-cnc-verificados (3) " - quebras " ws-cnc-quebras (3)
           display "4 - Lancamentos em duplicidade ..: verificados "
                   ws-cnc-verificados (4) " - quebras " ws-cnc-quebras (4)
           if ws-cnc-sem-modalidade > 0
               display "Linhas de RESULTADOS.DAT de modalidade nao "
                       "cadastrada (ignoradas): " ws-cnc-sem-modalidade
           end-if
           if ws-cnc-tabela-cheia = "S"
               display "Aviso: limite das tabelas de conciliacao atingido "
                       "(3000 concursos / 9000 chaves); resultado parcial."
           end-if
           if ws-cnc-total-quebras = 0
               display "Livros conciliados: nenhuma quebra encontrada."
           else
               display "Total de quebras: " ws-cnc-total-quebras
                       " - detalhes em CONCILIA.EXC."
           end-if

           .
       7200-conciliar-livros-exit.
           exit.

      *>==================================
      *> Cartoes Ativos de APOSTAS.DAT com Modalidade e Vigencia,
      *> por modalidade cadastrada: o mesmo filtro das opcoes 3, 4
      *> e 9, inclusive as linhas rejeitadas pela validacao
      *>==================================

       7210-carregar-cartoes-conciliacao section.

           move "S" to ws-vap-silencioso
           perform varying ws-cnc-idx-modalidade from 1 by 1
                   until ws-cnc-idx-modalidade > ws-qtd-modalidades
               move ws-modl-codigo (ws-cnc-idx-modalidade) to ws-modalidade
               perform 7300-validar-apostas

               open input arq-apostas
               if ws-fs-apostas = "00"
                   move 0 to ws-vap-idx-linha
                   perform until ws-fs-apostas = "10"
                       read arq-apostas into ws-cartao
                           at end
                               move "10" to ws-fs-apostas
                           not at end
                               add 1 to ws-jor-lid-apostas
                               add 1 to ws-vap-idx-linha
                               perform 8060-verificar-cartao-ativo
                               evaluate true
                                   when ws-vap-idx-linha > ws-vap-limite-linhas
                                   when ws-vap-situacao (ws-vap-idx-linha) = "R"
                                   when ws-cad-status-busca = "I"
                                       continue
                                   when ws-cad-modalidade-busca not = 0
                                   and ws-cad-modalidade-busca not = ws-modalidade
                                       continue
                                   when ws-qtd-cnca >= 200
                                       move "S" to ws-cnc-tabela-cheia
                                   when other
                                       add 1 to ws-qtd-cnca
                                       move ws-cartao-id
                                         to ws-cnca-id (ws-qtd-cnca)
                                       move ws-modalidade
                                         to ws-cnca-modalidade (ws-qtd-cnca)
                                       move ws-cad-conc-ini-busca
                                         to ws-cnca-conc-ini (ws-qtd-cnca)
                                       move ws-cad-conc-fim-busca
                                         to ws-cnca-conc-fim (ws-qtd-cnca)
                               end-evaluate
                       end-read
                   end-perform
               end-if
               close arq-apostas
           end-perform
           move "N" to ws-vap-silencioso
           move 0   to ws-modalidade

           .
       7210-carregar-cartoes-conciliacao-exit.
           exit.

      *>==================================
      *> Concursos Processados: linhas validas de RESULTADOS.DAT ate
      *> a marca d'agua da modalidade em CONTROLE.DAT
      *>==================================

       7220-carregar-concursos-processados section.

           open input arq-resultados
           if ws-fs-resultados = "00"
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           move ws-res-modalidade to ws-mod-cod-busca
                           perform 8640-localizar-modalidade
                           if ws-mod-achada = 0
                           or ws-res-modalidade = 0
                               add 1 to ws-cnc-sem-modalidade
                           else
                               move ws-res-modalidade to ws-modalidade
                               perform 1610-definir-modalidade
                               perform 6715-validar-resultado
                               if ws-res-valido = "S"
                               and ws-res-concurso
                                   <= ws-ctl-ultimo (ws-res-modalidade)
                                   move ws-res-modalidade
                                     to ws-cnc-busca-modalidade
                                   move ws-res-concurso
                                     to ws-cnc-busca-concurso
                                   perform 7225-localizar-concurso
                                   if ws-cncc-achado > 0
                                       move "S" to ws-cncc-processado
                                                   (ws-cncc-achado)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-resultados

           .
       7220-carregar-concursos-processados-exit.
           exit.

      *>==================================
      *> Localiza (ou Inclui) o Concurso ws-cnc-busca-* na Tabela
      *> de Concursos da Conciliacao
      *>==================================

       7225-localizar-concurso section.

           move 0 to ws-cncc-achado
           perform varying ws-idx-cncc from ws-qtd-cncc by -1
                   until ws-idx-cncc = 0 or ws-cncc-achado > 0
               if ws-cncc-modalidade (ws-idx-cncc) = ws-cnc-busca-modalidade
               and ws-cncc-concurso (ws-idx-cncc) = ws-cnc-busca-concurso
                   move ws-idx-cncc to ws-cncc-achado
               end-if
           end-perform

           if ws-cncc-achado = 0
               if ws-qtd-cncc < 3000
                   add 1 to ws-qtd-cncc
                   move ws-qtd-cncc to ws-cncc-achado
                   move ws-cnc-busca-modalidade
                     to ws-cncc-modalidade (ws-cncc-achado)
                   move ws-cnc-busca-concurso
                     to ws-cncc-concurso (ws-cncc-achado)
                   move "N" to ws-cncc-processado  (ws-cncc-achado)
                   move 0   to ws-cncc-debitos     (ws-cncc-achado)
                   move 0   to ws-cncc-lancamentos (ws-cncc-achado)
               else
                   move "S" to ws-cnc-tabela-cheia
               end-if
           end-if

           .
       7225-localizar-concurso-exit.
           exit.

      *>==================================
      *> Soma os Lancamentos de Resultados Oficiais (R) e seus
      *> Estornos (E) por Concurso e por Chave de Lancamento
      *> (conferencia C e backtest B sao simulacoes e ficam fora)
      *>==================================

       7230-carregar-lancamentos-livro section.

           open input arq-livro
           if ws-fs-livro = "00"
               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           if reg-liv-origem = "R"
                           or reg-liv-origem = "E"
                               move reg-liv-modalidade
                                 to ws-cnc-busca-modalidade
                               move reg-liv-concurso
                                 to ws-cnc-busca-concurso
                               perform 7225-localizar-concurso
                               if ws-cncc-achado > 0
                                   add 1 to ws-cncc-lancamentos
                                            (ws-cncc-achado)
                                   if reg-liv-tipo = "D"
                                       if reg-liv-origem = "E"
                                           subtract 1 from ws-cncc-debitos
                                                    (ws-cncc-achado)
                                       else
                                           add 1 to ws-cncc-debitos
                                                    (ws-cncc-achado)
                                       end-if
                                   end-if
                               end-if

                               move reg-liv-cartao to ws-cnc-busca-cartao
                               move reg-liv-tipo   to ws-cnc-busca-tipo
                               move reg-liv-faixa  to ws-cnc-busca-faixa
                               perform 7235-localizar-chave
                               if ws-cncl-achado > 0
                                   if reg-liv-origem = "E"
                                       subtract 1 from ws-cncl-qtd
                                                (ws-cncl-achado)
                                       subtract reg-liv-valor
                                           from ws-cncl-valor
                                                (ws-cncl-achado)
                                   else
                                       add 1 to ws-cncl-qtd (ws-cncl-achado)
                                       add reg-liv-valor
                                         to ws-cncl-valor (ws-cncl-achado)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro

           .
       7230-carregar-lancamentos-livro-exit.
           exit.

      *>==================================
      *> Localiza (ou Inclui) a Chave Modalidade/Concurso/Cartao/
      *> Tipo/Faixa (ws-cnc-busca-*) na Tabela de Lancamentos
      *>==================================

       7235-localizar-chave section.

           move 0 to ws-cncl-achado
           perform varying ws-idx-cncl from ws-qtd-cncl by -1
                   until ws-idx-cncl = 0 or ws-cncl-achado > 0
               if ws-cncl-modalidade (ws-idx-cncl) = ws-cnc-busca-modalidade
               and ws-cncl-concurso (ws-idx-cncl) = ws-cnc-busca-concurso
               and ws-cncl-cartao (ws-idx-cncl) = ws-cnc-busca-cartao
               and ws-cncl-tipo (ws-idx-cncl) = ws-cnc-busca-tipo
               and ws-cncl-faixa (ws-idx-cncl) = ws-cnc-busca-faixa
                   move ws-idx-cncl to ws-cncl-achado
               end-if
           end-perform

           if ws-cncl-achado = 0
               if ws-qtd-cncl < 9000
                   add 1 to ws-qtd-cncl
                   move ws-qtd-cncl to ws-cncl-achado
                   move ws-cnc-busca-modalidade
                     to ws-cncl-modalidade (ws-cncl-achado)
                   move ws-cnc-busca-concurso
                     to ws-cncl-concurso (ws-cncl-achado)
                   move ws-cnc-busca-cartao
                     to ws-cncl-cartao (ws-cncl-achado)
                   move ws-cnc-busca-tipo
                     to ws-cncl-tipo (ws-cncl-achado)
                   move ws-cnc-busca-faixa
                     to ws-cncl-faixa (ws-cncl-achado)
                   move 0 to ws-cncl-qtd       (ws-cncl-achado)
                   move 0 to ws-cncl-valor     (ws-cncl-achado)
                   move 0 to ws-cncl-pre-qtd   (ws-cncl-achado)
                   move 0 to ws-cncl-pre-valor (ws-cncl-achado)
               else
                   move "S" to ws-cnc-tabela-cheia
               end-if
           end-if

           .
       7235-localizar-chave-exit.
           exit.

      *>==================================
      *> Soma os Premios Validos (situacao P ou R; X = cancelado
      *> por correcao) na Chave de Credito Correspondente
      *>==================================

       7240-carregar-premios-conciliacao section.

           open input arq-premios
           if ws-fs-premios = "00"
               perform until ws-fs-premios = "10"
                   read arq-premios
                       at end
                           move "10" to ws-fs-premios
                       not at end
                           add 1 to ws-jor-lid-premios
                           if reg-pre-situacao not = "X"
                               perform 8245-normalizar-premio
                               move reg-pre-modalidade
                                 to ws-cnc-busca-modalidade
                               move reg-pre-concurso
                                 to ws-cnc-busca-concurso
                               move reg-pre-cartao to ws-cnc-busca-cartao
                               move "C"            to ws-cnc-busca-tipo
                               move reg-pre-faixa  to ws-cnc-busca-faixa
                               perform 7235-localizar-chave
                               if ws-cncl-achado > 0
                                   add 1 to ws-cncl-pre-qtd (ws-cncl-achado)
                                   add reg-pre-valor
                                     to ws-cncl-pre-valor (ws-cncl-achado)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-premios

           .
       7240-carregar-premios-conciliacao-exit.
           exit.

      *>==================================
      *> Verificacao 1: todo credito de resultado oficial tem premio
      *> e todo premio tem credito, com o mesmo valor
      *>==================================

       7250-verificar-creditos-premios section.

           move 1 to ws-cnc-verificacao

           perform varying ws-idx-cncl from 1 by 1
                   until ws-idx-cncl > ws-qtd-cncl
               if ws-cncl-tipo (ws-idx-cncl) = "C"
                   add 1 to ws-cnc-verificados (1)
                   move ws-cncl-pre-qtd (ws-idx-cncl)   to ws-cnc-esperado
                   move ws-cncl-qtd (ws-idx-cncl)       to ws-cnc-encontrado
                   move ws-cncl-pre-valor (ws-idx-cncl)
                     to ws-cnc-valor-esperado
                   move ws-cncl-valor (ws-idx-cncl)
                     to ws-cnc-valor-encontrado
                   evaluate true
                       when ws-cnc-encontrado > ws-cnc-esperado
                           move "01" to ws-cnc-codigo
                           move "CREDITO SEM PREMIO" to ws-cnc-motivo
                           perform 7290-gravar-excecao-chave
                       when ws-cnc-encontrado < ws-cnc-esperado
                           move "02" to ws-cnc-codigo
                           move "PREMIO SEM CREDITO" to ws-cnc-motivo
                           perform 7290-gravar-excecao-chave
                       when ws-cnc-encontrado > 0
                       and ws-cnc-valor-encontrado
                           not = ws-cnc-valor-esperado
                           move "03" to ws-cnc-codigo
                           move "VALOR DO CREDITO DIFERE DO PREMIO"
                             to ws-cnc-motivo
                           perform 7290-gravar-excecao-chave
                   end-evaluate
               end-if
           end-perform

           .
       7250-verificar-creditos-premios-exit.
           exit.

      *>==================================
      *> Verificacao 2: cada concurso processado tem um debito por
      *> cartao ativo elegivel (modalidade e vigencia do cartao)
      *>==================================

       7260-verificar-debitos-cartoes section.

           move 2 to ws-cnc-verificacao
           move 0 to ws-cnc-valor-esperado
           move 0 to ws-cnc-valor-encontrado

           perform varying ws-idx-cncc from 1 by 1
                   until ws-idx-cncc > ws-qtd-cncc
               if ws-cncc-modalidade (ws-idx-cncc) >= 1
               and ws-cncc-concurso (ws-idx-cncc)
                   <= ws-ctl-ultimo (ws-cncc-modalidade (ws-idx-cncc))
                   if ws-cncc-processado (ws-idx-cncc) = "S"
                       add 1 to ws-cnc-verificados (2)
                       move 0 to ws-cnc-esperado
                       perform varying ws-idx-cnca from 1 by 1
                               until ws-idx-cnca > ws-qtd-cnca
                           if (ws-cnca-modalidade (ws-idx-cnca) = 0
                               or ws-cnca-modalidade (ws-idx-cnca)
                                  = ws-cncc-modalidade (ws-idx-cncc))
                           and ws-cncc-concurso (ws-idx-cncc)
                               >= ws-cnca-conc-ini (ws-idx-cnca)
                           and ws-cncc-concurso (ws-idx-cncc)
                               <= ws-cnca-conc-fim (ws-idx-cnca)
                               add 1 to ws-cnc-esperado
                           end-if
                       end-perform
                       move ws-cncc-debitos (ws-idx-cncc)
                         to ws-cnc-encontrado
                       if ws-cnc-encontrado not = ws-cnc-esperado
                           move "04" to ws-cnc-codigo
                           move "DEBITOS DIFERENTES DOS CARTOES ATIVOS"
                             to ws-cnc-motivo
                           perform 7295-gravar-excecao-concurso
                       end-if
                   else
                       if ws-cncc-lancamentos (ws-idx-cncc) > 0
                           add 1 to ws-cnc-verificados (2)
                           move 0 to ws-cnc-esperado
                           move ws-cncc-lancamentos (ws-idx-cncc)
                             to ws-cnc-encontrado
                           move "05" to ws-cnc-codigo
                           move "LANCAMENTOS SEM RESULTADO PROCESSADO"
                             to ws-cnc-motivo
                           perform 7295-gravar-excecao-concurso
                       end-if
                   end-if
               end-if
           end-perform

           .
       7260-verificar-debitos-cartoes-exit.
           exit.

      *>==================================
      *> Verificacao 3: nenhum concurso lancado no livro acima da
      *> marca d'agua da modalidade em CONTROLE.DAT
      *>==================================

       7270-verificar-marca-dagua section.

           move 3 to ws-cnc-verificacao
           move 0 to ws-cnc-valor-esperado
           move 0 to ws-cnc-valor-encontrado

           perform varying ws-idx-cncc from 1 by 1
                   until ws-idx-cncc > ws-qtd-cncc
               if ws-cncc-lancamentos (ws-idx-cncc) > 0
                   add 1 to ws-cnc-verificados (3)
                   if ws-cncc-modalidade (ws-idx-cncc) = 0
                       move 0 to ws-cnc-esperado
                   else
                       move ws-ctl-ultimo (ws-cncc-modalidade (ws-idx-cncc))
                         to ws-cnc-esperado
                   end-if
                   if ws-cncc-modalidade (ws-idx-cncc) = 0
                   or ws-cncc-concurso (ws-idx-cncc) > ws-cnc-esperado
                       move ws-cncc-lancamentos (ws-idx-cncc)
                         to ws-cnc-encontrado
                       move "06" to ws-cnc-codigo
                       move "CONCURSO ACIMA DA MARCA D'AGUA"
                         to ws-cnc-motivo
                       perform 7295-gravar-excecao-concurso
                   end-if
               end-if
           end-perform

           .
       7270-verificar-marca-dagua-exit.
           exit.

      *>==================================
      *> Verificacao 4: resultado lancado uma unica vez por concurso
      *> e cartao (debito, credito por faixa e premio)
      *>==================================

       7280-verificar-duplicidades section.

           move 4 to ws-cnc-verificacao

           perform varying ws-idx-cncl from 1 by 1
                   until ws-idx-cncl > ws-qtd-cncl
               add 1 to ws-cnc-verificados (4)
               move 1 to ws-cnc-esperado
               move 0 to ws-cnc-valor-esperado
               move ws-cncl-valor (ws-idx-cncl) to ws-cnc-valor-encontrado
               move ws-cncl-qtd (ws-idx-cncl)   to ws-cnc-encontrado
               evaluate true
                   when ws-cnc-encontrado > 1
                   and ws-cncl-tipo (ws-idx-cncl) = "D"
                       move "07" to ws-cnc-codigo
                       move "DEBITO LANCADO MAIS DE UMA VEZ"
                         to ws-cnc-motivo
                       perform 7290-gravar-excecao-chave
                   when ws-cnc-encontrado > 1
                       move "08" to ws-cnc-codigo
                       move "CREDITO LANCADO MAIS DE UMA VEZ"
                         to ws-cnc-motivo
                       perform 7290-gravar-excecao-chave
                   when ws-cnc-encontrado < 0
                       move 0 to ws-cnc-esperado
                       move "09" to ws-cnc-codigo
                       move "ESTORNO SEM LANCAMENTO ORIGINAL"
                         to ws-cnc-motivo
                       perform 7290-gravar-excecao-chave
               end-evaluate

               if ws-cncl-pre-qtd (ws-idx-cncl) > 1
                   move 1 to ws-cnc-esperado
                   move ws-cncl-pre-qtd (ws-idx-cncl) to ws-cnc-encontrado
                   move ws-cncl-pre-valor (ws-idx-cncl)
                     to ws-cnc-valor-encontrado
                   move "10" to ws-cnc-codigo
                   move "PREMIO REGISTRADO MAIS DE UMA VEZ"
                     to ws-cnc-motivo
                   perform 7290-gravar-excecao-chave
               end-if
           end-perform

           .
       7280-verificar-duplicidades-exit.
           exit.

      *>==================================
      *> Grava uma Quebra da Chave ws-idx-cncl
      *>==================================

       7290-gravar-excecao-chave section.

           move ws-cncl-modalidade (ws-idx-cncl) to reg-cnc-modalidade
           move ws-cncl-concurso (ws-idx-cncl)   to reg-cnc-concurso
           move ws-cncl-cartao (ws-idx-cncl)     to reg-cnc-cartao
           move ws-cncl-faixa (ws-idx-cncl)      to reg-cnc-faixa
           perform 7298-gravar-excecao

           .
       7290-gravar-excecao-chave-exit.
           exit.

      *>==================================
      *> Grava uma Quebra do Concurso ws-idx-cncc
      *>==================================

       7295-gravar-excecao-concurso section.

           move ws-cncc-modalidade (ws-idx-cncc) to reg-cnc-modalidade
           move ws-cncc-concurso (ws-idx-cncc)   to reg-cnc-concurso
           move 0                                to reg-cnc-cartao
           move spaces                           to reg-cnc-faixa
           perform 7298-gravar-excecao

           .
       7295-gravar-excecao-concurso-exit.
           exit.

      *>==================================
      *> Completa, Grava e Mostra a Quebra (motivo, verificacao,
      *> esperado e encontrado em ws-cnc-*)
      *>==================================

       7298-gravar-excecao section.

           move ws-cnc-codigo           to reg-cnc-codigo
           move ws-cnc-verificacao      to reg-cnc-verificacao
           move ws-cnc-esperado         to reg-cnc-esperado
           move ws-cnc-encontrado       to reg-cnc-encontrado
           move ws-cnc-valor-esperado   to reg-cnc-valor-esperado
           move ws-cnc-valor-encontrado to reg-cnc-valor-encontrado
           move ws-cnc-motivo           to reg-cnc-motivo
           move ws-id-execucao          to reg-cnc-execucao

           if ws-conciliacao-aberto = "S"
               write reg-conciliacao
               add 1 to ws-jor-grv-conciliacao
           end-if

           add 1 to ws-cnc-quebras (ws-cnc-verificacao)
           add 1 to ws-cnc-total-quebras

           display "[" reg-cnc-codigo "] Modalidade " reg-cnc-modalidade
                   " - Concurso " reg-cnc-concurso
                   " - Cartao " reg-cnc-cartao " " reg-cnc-faixa
                   " - " function trim (reg-cnc-motivo)
                   " (esperado " reg-cnc-esperado
                   ", encontrado " reg-cnc-encontrado ")"

           .
       7298-gravar-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>      Validacao de APOSTAS.DAT (rejeitos em APOSTAS.REJ)
      *>------------------------------------------------------------------------

      *>==================================
      *> Valida Cada Linha de APOSTAS.DAT contra o Cadastro e as
      *> Regras da Modalidade antes da Conferencia (opcoes 3, 4, 9 e
      *> correcao) ou Isoladamente (opcao L). As linhas rejeitadas
      *> ficam marcadas em ws-vap-situacao e os carregadores as pulam
      *>==================================

       7300-validar-apostas section.

           move 0 to ws-vap-lidas
           move 0 to ws-vap-aceitas
           move 0 to ws-vap-rejeitadas
           perform varying ws-vap-idx-motivo from 1 by 1
                   until ws-vap-idx-motivo > 11
               move 0 to ws-vap-motivo-cont (ws-vap-idx-motivo)
           end-perform

           perform 8010-carregar-cadastro

           open input arq-apostas

           if ws-fs-apostas not = "00"
               close arq-apostas
               if ws-opcao-menu = "L" and ws-vap-silencioso not = "S"
                   display " "
                   display "Arquivo APOSTAS.DAT nao encontrado ou nao pode "
                           "ser aberto. Nada a validar."
               end-if
           else
               move "N" to ws-vap-rej-aberto
               if ws-vap-silencioso not = "S"
                   open output arq-apostas-rej
                   if ws-fs-apostas-rej = "00" or ws-fs-apostas-rej = "05"
                       move "S" to ws-vap-rej-aberto
                   else
                       display "Aviso: APOSTAS.REJ nao pode ser gravado "
                               "(status " ws-fs-apostas-rej "); rejeitos "
                               "apenas na tela."
                   end-if

                   display " "
                   display "=== Validacao de APOSTAS.DAT - "
                           ws-modalidade-nome " ==="
               end-if
               perform until ws-fs-apostas = "10"
                   read arq-apostas
                       at end
                           move "10" to ws-fs-apostas
                       not at end
                           add 1 to ws-jor-lid-apostas
                           add 1 to ws-vap-lidas
                           perform 7310-validar-linha-aposta
                   end-read
               end-perform
               close arq-apostas

               if ws-vap-rej-aberto = "S"
                   close arq-apostas-rej
                   move "N" to ws-vap-rej-aberto
               end-if

               if ws-vap-silencioso not = "S"
                   perform 7340-resumo-validacao-apostas
               end-if
           end-if

           .
       7300-validar-apostas-exit.
           exit.

      *>==================================
      *> Valida a Linha Corrente (reg-aposta); o primeiro motivo
      *> encontrado eh o que vale
      *>==================================

       7310-validar-linha-aposta section.

           move reg-aposta to ws-vap-imagem
           move 0          to ws-vap-codigo
           move 0          to ws-vap-mod-regra
           move zeros      to ws-vap-ordem

           evaluate true
               when ws-vap-lidas > ws-vap-limite-linhas
                   move 11 to ws-vap-codigo
               when ws-vap-img-id is not numeric
               when ws-vap-img-id = "00000"
                   move 1 to ws-vap-codigo
               when other
                   perform 7315-validar-cadastro-aposta
           end-evaluate

           if ws-vap-codigo = 0
               perform 7320-validar-dezenas-aposta
           end-if

           if ws-vap-codigo = 0
               perform 7325-verificar-duplicidade-aposta
           end-if

           if ws-vap-lidas <= ws-vap-limite-linhas
               if ws-vap-codigo = 0
                   move "A" to ws-vap-situacao (ws-vap-lidas)
               else
                   move "R" to ws-vap-situacao (ws-vap-lidas)
               end-if
               move ws-vap-img-id    to ws-vap-id (ws-vap-lidas)
               move ws-vap-mod-regra to ws-vap-modalidade (ws-vap-lidas)
               move ws-vap-ordem     to ws-vap-chave (ws-vap-lidas)
           end-if

           if ws-vap-codigo = 0
               add 1 to ws-vap-aceitas
           else
               add 1 to ws-vap-rejeitadas
               add 1 to ws-vap-motivo-cont (ws-vap-codigo)
               if ws-vap-silencioso not = "S"
                   perform 7330-gravar-rejeito-aposta
               end-if
           end-if

           .
       7310-validar-linha-aposta-exit.
           exit.

      *>==================================
      *> O Cartao Precisa Estar no Cadastro; a Modalidade do Cadastro
      *> (ou a da execucao, para cartao sem vinculo) da as Regras
      *>==================================

       7315-validar-cadastro-aposta section.

           move 0 to ws-cad-achado
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) = reg-apt-id
                   move ws-idx-cadastro to ws-cad-achado
               end-if
           end-perform

           if ws-cad-achado = 0
               move 2 to ws-vap-codigo
           else
               if ws-cad-modalidade (ws-cad-achado) = 0
                   move ws-modalidade to ws-vap-mod-regra
               else
                   move ws-cad-modalidade (ws-cad-achado)
                     to ws-vap-mod-regra
               end-if
               move ws-vap-mod-regra to ws-mod-cod-busca
               perform 8640-localizar-modalidade
               if ws-mod-achada = 0 or ws-vap-mod-regra = 0
                   move 3 to ws-vap-codigo
               else
                   move ws-modl-faixa-max (ws-mod-achada)
                     to ws-vap-faixa-max
                   move ws-modl-qtd-dezenas (ws-mod-achada)
                     to ws-vap-qtd-dezenas
                   move ws-modl-max-aposta (ws-mod-achada)
                     to ws-vap-max-aposta
               end-if
           end-if

           .
       7315-validar-cadastro-aposta-exit.
           exit.

      *>==================================
      *> Dezenas: numericas, dentro da faixa, sem repeticao e em
      *> quantidade entre o minimo e o maximo da modalidade. Monta
      *> o conjunto ordenado usado na deteccao de duplicidade
      *>==================================

       7320-validar-dezenas-aposta section.

           move 0 to ws-vap-qtd-num
           perform varying ws-vap-idx from 1 by 1
                   until ws-vap-idx > 18 or ws-vap-codigo > 0
               evaluate true
                   when ws-vap-img-num (ws-vap-idx) = spaces
                   when ws-vap-img-num (ws-vap-idx) = "00"
                       continue
                   when ws-vap-img-num (ws-vap-idx) is not numeric
                       move 4 to ws-vap-codigo
                   when reg-apt-num (ws-vap-idx) > ws-vap-faixa-max
                       move 5 to ws-vap-codigo
                   when other
                       add 1 to ws-vap-qtd-num
                       move reg-apt-num (ws-vap-idx)
                         to ws-vap-ord (ws-vap-qtd-num)
               end-evaluate
           end-perform

           if ws-vap-codigo = 0
               perform varying ws-vap-idx from 1 by 1
                       until ws-vap-idx >= ws-vap-qtd-num
                   perform varying ws-vap-cmp from 1 by 1
                           until ws-vap-cmp > ws-vap-qtd-num - ws-vap-idx
                       if ws-vap-ord (ws-vap-cmp) > ws-vap-ord (ws-vap-cmp + 1)
                           move ws-vap-ord (ws-vap-cmp) to ws-vap-aux
                           move ws-vap-ord (ws-vap-cmp + 1)
                             to ws-vap-ord (ws-vap-cmp)
                           move ws-vap-aux to ws-vap-ord (ws-vap-cmp + 1)
                       end-if
                   end-perform
               end-perform

               perform varying ws-vap-idx from 2 by 1
                       until ws-vap-idx > ws-vap-qtd-num
                   if ws-vap-ord (ws-vap-idx) = ws-vap-ord (ws-vap-idx - 1)
                       move 6 to ws-vap-codigo
                   end-if
               end-perform
           end-if

           if ws-vap-codigo = 0
               evaluate true
                   when ws-vap-qtd-num < ws-vap-qtd-dezenas
                       move 7 to ws-vap-codigo
                   when ws-vap-qtd-num > ws-vap-max-aposta
                       move 8 to ws-vap-codigo
               end-evaluate
           end-if

           .
       7320-validar-dezenas-aposta-exit.
           exit.

      *>==================================
      *> Compara com as Linhas ja Aceitas: mesmo cartao repetido ou
      *> o mesmo conjunto de dezenas em outro cartao da modalidade
      *>==================================

       7325-verificar-duplicidade-aposta section.

           move 0 to ws-vap-linha-ref
           perform varying ws-vap-idx-cmp from 1 by 1
                   until ws-vap-idx-cmp >= ws-vap-lidas
                      or ws-vap-codigo > 0
               if ws-vap-situacao (ws-vap-idx-cmp) = "A"
                   evaluate true
                       when ws-vap-id (ws-vap-idx-cmp) = reg-apt-id
                           move 9 to ws-vap-codigo
                           move ws-vap-idx-cmp to ws-vap-linha-ref
                       when ws-vap-modalidade (ws-vap-idx-cmp)
                            = ws-vap-mod-regra
                       and ws-vap-chave (ws-vap-idx-cmp) = ws-vap-ordem
                           move 10 to ws-vap-codigo
                           move ws-vap-idx-cmp to ws-vap-linha-ref
                   end-evaluate
               end-if
           end-perform

           .
       7325-verificar-duplicidade-aposta-exit.
           exit.

      *>==================================
      *> Grava a Linha Rejeitada em APOSTAS.REJ com o Motivo
      *>==================================

       7330-gravar-rejeito-aposta section.

           perform 7335-descrever-motivo-aposta
           evaluate ws-vap-codigo
               when 9
                   move spaces to ws-vap-motivo
                   string "CARTAO JA INFORMADO NA LINHA "
                          ws-vap-linha-ref
                          delimited by size into ws-vap-motivo
               when 10
                   move spaces to ws-vap-motivo
                   string "MESMAS DEZENAS DO CARTAO DA LINHA "
                          ws-vap-linha-ref
                          delimited by size into ws-vap-motivo
           end-evaluate

           move ws-vap-lidas   to reg-apr-linha
           move ws-vap-codigo  to reg-apr-codigo
           move ws-vap-motivo  to reg-apr-motivo
           move ws-vap-imagem  to reg-apr-imagem
           move ws-id-execucao to reg-apr-execucao
           if ws-vap-rej-aberto = "S"
               write reg-aposta-rej
               add 1 to ws-jor-grv-rejeitos
           end-if

           display "Linha " ws-vap-lidas " - Cartao " ws-vap-img-id
                   " - [" ws-vap-codigo "] " function trim (ws-vap-motivo)

           .
       7330-gravar-rejeito-aposta-exit.
           exit.

      *>==================================
      *> Descricao do Motivo de Rejeicao (ws-vap-codigo)
      *>==================================

       7335-descrever-motivo-aposta section.

           evaluate ws-vap-codigo
               when 1
                   move "NUMERO DO CARTAO INVALIDO"       to ws-vap-motivo
               when 2
                   move "CARTAO NAO CADASTRADO EM CADCART.DAT"
                     to ws-vap-motivo
               when 3
                   move "MODALIDADE DO CARTAO NAO CADASTRADA"
                     to ws-vap-motivo
               when 4
                   move "DEZENA NAO NUMERICA"             to ws-vap-motivo
               when 5
                   move "DEZENA FORA DA FAIXA DA MODALIDADE"
                     to ws-vap-motivo
               when 6
                   move "DEZENA REPETIDA NO CARTAO"       to ws-vap-motivo
               when 7
                   move "MENOS DEZENAS QUE O MINIMO DA MODALIDADE"
                     to ws-vap-motivo
               when 8
                   move "MAIS DEZENAS QUE O MAXIMO DA MODALIDADE"
                     to ws-vap-motivo
               when 9
                   move "CARTAO REPETIDO (MESMO NUMERO)"  to ws-vap-motivo
               when 10
                   move "MESMAS DEZENAS DE OUTRO CARTAO"  to ws-vap-motivo
               when other
                   move "LINHA ALEM DO LIMITE DE 2000 DA VALIDACAO"
                     to ws-vap-motivo
           end-evaluate

           .
       7335-descrever-motivo-aposta-exit.
           exit.

      *>==================================
      *> Relatorio de Controle: lidas, aceitas e rejeitadas por motivo
      *>==================================

       7340-resumo-validacao-apostas section.

           display " "
           display "=== Controle da Validacao de APOSTAS.DAT ==="
           display "Linhas lidas ..........: " ws-vap-lidas
           display "Linhas aceitas ........: " ws-vap-aceitas
           display "Linhas rejeitadas .....: " ws-vap-rejeitadas

           perform varying ws-vap-idx-motivo from 1 by 1
                   until ws-vap-idx-motivo > 11
               if ws-vap-motivo-cont (ws-vap-idx-motivo) > 0
                   move ws-vap-idx-motivo to ws-vap-codigo
                   perform 7335-descrever-motivo-aposta
                   display "  [" ws-vap-codigo "] " ws-vap-motivo
                           ": " ws-vap-motivo-cont (ws-vap-idx-motivo)
               end-if
           end-perform

           if ws-vap-rejeitadas > 0
               display "Linhas rejeitadas gravadas em APOSTAS.REJ; elas "
                       "ficam fora da conferencia e do livro."
           end-if

           .
       7340-resumo-validacao-apostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>     Liga de Estrategias de Escolha de Cartoes (com backtest)
      *>------------------------------------------------------------------------

      *>==================================
      *> Gera Cartoes por Cinco Estrategias (frequentes, atrasadas,
      *> pares, mista e aleatoria) a partir do historico escolhido,
      *> confere todos contra o mesmo historico e classifica pelo
      *> resultado liquido. Nada eh lancado em LIVRO.DAT/PREMIOS.DAT
      *>==================================

       7400-liga-estrategias section.

           perform 6205-carregar-tabela-precos

           compute ws-lig-max-cartoes = ws-faixa-max - ws-qtd-dezenas + 1
           if ws-lig-max-cartoes > 20
               move 20 to ws-lig-max-cartoes
           end-if

      *>---- batch: freq-simulacoes = cartoes por estrategia (0 = 5),
      *>---- primeiro numero 1 = resultados oficiais, segundo numero
      *>---- 1 = gravar a vencedora em APOSTAS.DAT
           if ws-modo-batch = "S"
               evaluate true
                   when ws-freq-simulacoes = 0
                       move 5 to ws-lig-qtd-cartoes
                   when ws-freq-simulacoes > ws-lig-max-cartoes
                       move ws-lig-max-cartoes to ws-lig-qtd-cartoes
                   when other
                       move ws-freq-simulacoes to ws-lig-qtd-cartoes
               end-evaluate
               if ws-lig-qtd-cartoes > ws-lig-max-cartoes
                   move ws-lig-max-cartoes to ws-lig-qtd-cartoes
               end-if
               if ws-num-tab (1) = 1
                   move "R" to ws-lig-fonte
               else
                   move "S" to ws-lig-fonte
               end-if
               if ws-num-tab (2) = 1
                   move "S" to ws-lig-gravar
               else
                   move "N" to ws-lig-gravar
               end-if
           else
               display " "
               display "Quantos cartoes por estrategia (1 a "
                       ws-lig-max-cartoes ")? "
               accept ws-lig-qtd-cartoes
               perform until ws-lig-qtd-cartoes >= 1
                         and ws-lig-qtd-cartoes <= ws-lig-max-cartoes
                   display "Valor invalido. Informe de 1 a "
                           ws-lig-max-cartoes ": "
                   accept ws-lig-qtd-cartoes
               end-perform
               display "Historico do backtest: S - SORTEIOS.DAT e "
                       "arquivos mortos, R - Resultados oficiais "
                       "(RESULTADOS.DAT): "
               accept ws-lig-fonte
               move function upper-case (ws-lig-fonte) to ws-lig-fonte
               perform until ws-lig-fonte = "S" or ws-lig-fonte = "R"
                   display "Opcao invalida. Informe S ou R: "
                   accept ws-lig-fonte
                   move function upper-case (ws-lig-fonte) to ws-lig-fonte
               end-perform
               move "N" to ws-lig-gravar
           end-if

           move "FREQUENTES" to ws-lig-nome (1)
           move "ATRASADAS"  to ws-lig-nome (2)
           move "PARES"      to ws-lig-nome (3)
           move "MISTA"      to ws-lig-nome (4)
           move "ALEATORIA"  to ws-lig-nome (5)
           perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
               move 0 to ws-lig-posicao (ws-lig-idx)
               move 0 to ws-lig-jogos   (ws-lig-idx)
               move 0 to ws-lig-custo   (ws-lig-idx)
               move 0 to ws-lig-retorno (ws-lig-idx)
               move 0 to ws-lig-liquido (ws-lig-idx)
               perform varying ws-comb-fx from 1 by 1 until ws-comb-fx > 5
                   move 0 to ws-lig-faixa (ws-lig-idx, ws-comb-fx)
               end-perform
           end-perform

      *>---- passo 1: frequencia, pares e atrasos do historico
           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-faixa-max
               move 0 to ws-freq-num   (ws-lig-i)
               move 0 to ws-atraso-num (ws-lig-i)
               perform varying ws-lig-j from 1 by 1
                       until ws-lig-j > ws-faixa-max
                   move 0 to ws-pares-cont (ws-lig-i, ws-lig-j)
               end-perform
           end-perform

           move 1 to ws-lig-passo
           perform 7410-percorrer-historico-liga

           if ws-lig-sorteios = 0
               display " "
               display "Nenhum sorteio de " function trim (ws-modalidade-nome)
                       " no historico escolhido. Liga nao executada."
           else
               perform 7420-montar-rankings-liga
               perform 7430-gerar-cartoes-liga

      *>---- passo 2: todos os cartoes contra o mesmo historico
               move 2 to ws-lig-passo
               perform 7410-percorrer-historico-liga

               perform 7450-classificar-liga
               perform 7455-listar-liga
               perform 7460-gravar-vencedora-liga
           end-if

           .
       7400-liga-estrategias-exit.
           exit.

      *>==================================
      *> Percorre o Historico Escolhido (RESULTADOS.DAT ou
      *> SORTEIOS.DAT mais os arquivos mortos) chamando o 7415
      *> para cada sorteio valido da modalidade
      *>==================================

       7410-percorrer-historico-liga section.

           move 0   to ws-lig-sorteios
           move "S" to ws-lig-em-curso

           if ws-lig-fonte = "R"
               open input arq-resultados
               if ws-fs-resultados = "00"
                   perform until ws-fs-resultados = "10"
                       read arq-resultados into ws-resultado-reg
                           at end
                               move "10" to ws-fs-resultados
                           not at end
                               add 1 to ws-jor-lid-resultados
                               if ws-res-modalidade = ws-modalidade
                                   perform 6715-validar-resultado
                                   if ws-res-valido = "S"
                                       perform 7415-processar-sorteio-liga
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
               close arq-resultados
           else
               close arq-sorteios
               open input arq-sorteios
               if ws-fs-sorteios = "00"
                   move 0 to ws-cont-sort-arquivo
                   perform until ws-fs-sorteios = "10"
                       read arq-sorteios into ws-linha-sorteio
                           at end
                               move "10" to ws-fs-sorteios
                           not at end
                               add 1 to ws-jor-lid-sorteios
                               perform 6150-processar-sorteio-hist
                       end-read
                   end-perform
                   if ws-lig-passo = 1
                       display "SORTEIOS.DAT: " ws-cont-sort-arquivo
                               " sorteios da modalidade."
                   end-if
               end-if
               close arq-sorteios

               perform 6160-conferir-arquivos-mortos

               open extend arq-sorteios
               if ws-fs-sorteios = "35" then
                   open output arq-sorteios
               end-if
           end-if

           move "N" to ws-lig-em-curso

           .
       7410-percorrer-historico-liga-exit.
           exit.

      *>==================================
      *> Sorteio Corrente (ws-dezena): no passo 1 acumula as
      *> estatisticas; no passo 2 confere os cartoes das estrategias
      *>==================================

       7415-processar-sorteio-liga section.

           add 1 to ws-lig-sorteios

           if ws-lig-passo = 1
               perform varying ws-idx-dezena from 1 by 1
                       until ws-idx-dezena > ws-qtd-dezenas
                   add 1 to ws-freq-num (ws-dezena (ws-idx-dezena))
               end-perform
               perform 5550-acumular-pares
               perform 5650-atualizar-atrasos
           else
               move ws-qtd-dezenas to ws-comb-qtd-num
               move 1              to ws-comb-qtd
               perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
                   perform varying ws-lig-idx-cart from 1 by 1
                           until ws-lig-idx-cart > ws-lig-qtd-cartoes
                       move 0 to ws-acertos-cartao
                       perform varying ws-idx-dezena from 1 by 1
                               until ws-idx-dezena > ws-qtd-dezenas
                           perform varying ws-lig-idx-dez from 1 by 1
                                   until ws-lig-idx-dez > ws-qtd-dezenas
                               if ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                              ws-lig-idx-dez)
                                  = ws-dezena (ws-idx-dezena)
                                   add 1 to ws-acertos-cartao
                               end-if
                           end-perform
                       end-perform

                       add 1 to ws-lig-jogos (ws-lig-idx)
                       perform 6030-apurar-faixas-combinacao
                       perform varying ws-comb-fx from 1 by 1
                               until ws-comb-fx > ws-qtd-faixas
                           if ws-comb-fx-qtd (ws-comb-fx) > 0
                               add ws-comb-fx-qtd (ws-comb-fx)
                                 to ws-lig-faixa (ws-lig-idx, ws-comb-fx)
                               compute ws-lig-retorno (ws-lig-idx) =
                                   ws-lig-retorno (ws-lig-idx)
                                   + ws-comb-fx-qtd (ws-comb-fx)
                                   * ws-fx-valor (ws-comb-fx)
                           end-if
                       end-perform
                   end-perform
               end-perform
           end-if

           .
       7415-processar-sorteio-liga-exit.
           exit.

      *>==================================
      *> Rankings das Dezenas (frequencia e atraso, empate para a
      *> menor dezena) e os Pares Mais Frequentes, um por cartao
      *>==================================

       7420-montar-rankings-liga section.

           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-faixa-max
               move 0 to ws-lig-marca (ws-lig-i)
           end-perform
           perform varying ws-lig-pos from 1 by 1
                   until ws-lig-pos > ws-faixa-max
               move 0 to ws-lig-aux
               perform varying ws-lig-i from 1 by 1
                       until ws-lig-i > ws-faixa-max
                   if ws-lig-marca (ws-lig-i) = 0
                       if ws-lig-aux = 0
                           move ws-lig-i to ws-lig-aux
                       else
                           if ws-freq-num (ws-lig-i) > ws-freq-num (ws-lig-aux)
                               move ws-lig-i to ws-lig-aux
                           end-if
                       end-if
                   end-if
               end-perform
               move 1          to ws-lig-marca (ws-lig-aux)
               move ws-lig-aux to ws-lig-rank-freq (ws-lig-pos)
           end-perform

           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-faixa-max
               move 0 to ws-lig-marca (ws-lig-i)
           end-perform
           perform varying ws-lig-pos from 1 by 1
                   until ws-lig-pos > ws-faixa-max
               move 0 to ws-lig-aux
               perform varying ws-lig-i from 1 by 1
                       until ws-lig-i > ws-faixa-max
                   if ws-lig-marca (ws-lig-i) = 0
                       if ws-lig-aux = 0
                           move ws-lig-i to ws-lig-aux
                       else
                           if ws-atraso-num (ws-lig-i)
                              > ws-atraso-num (ws-lig-aux)
                               move ws-lig-i to ws-lig-aux
                           end-if
                       end-if
                   end-if
               end-perform
               move 1          to ws-lig-marca (ws-lig-aux)
               move ws-lig-aux to ws-lig-rank-atraso (ws-lig-pos)
           end-perform

           perform varying ws-lig-pos from 1 by 1
                   until ws-lig-pos > ws-lig-qtd-cartoes
               move 0 to ws-lig-par-i (ws-lig-pos)
               move 0 to ws-lig-par-j (ws-lig-pos)
               move 0 to ws-lig-maior
               perform varying ws-pares-i from 1 by 1
                       until ws-pares-i >= ws-faixa-max
                   perform varying ws-pares-j from ws-pares-i by 1
                           until ws-pares-j > ws-faixa-max
                       if ws-pares-j > ws-pares-i
                       and (ws-lig-par-i (ws-lig-pos) = 0
                         or ws-pares-cont (ws-pares-i, ws-pares-j)
                            > ws-lig-maior)
                           perform 7425-verificar-par-escolhido
                           if ws-lig-escolhido = 0
                               move ws-pares-i to ws-lig-par-i (ws-lig-pos)
                               move ws-pares-j to ws-lig-par-j (ws-lig-pos)
                               move ws-pares-cont (ws-pares-i, ws-pares-j)
                                 to ws-lig-maior
                           end-if
                       end-if
                   end-perform
               end-perform
               move ws-lig-maior to ws-lig-par-cont (ws-lig-pos)
           end-perform

           .
       7420-montar-rankings-liga-exit.
           exit.

      *>==================================
      *> O Par ws-pares-i/ws-pares-j ja Semeou um Cartao Anterior?
      *>==================================

       7425-verificar-par-escolhido section.

           move 0 to ws-lig-escolhido
           perform varying ws-lig-aux from 1 by 1
                   until ws-lig-aux >= ws-lig-pos
               if ws-lig-par-i (ws-lig-aux) = ws-pares-i
               and ws-lig-par-j (ws-lig-aux) = ws-pares-j
                   move 1 to ws-lig-escolhido
               end-if
           end-perform

           .
       7425-verificar-par-escolhido-exit.
           exit.

      *>==================================
      *> Monta os Cartoes de Cada Estrategia; o cartao n de uma
      *> estrategia de ranking comeca na n-esima posicao
      *>==================================

       7430-gerar-cartoes-liga section.

           compute ws-lig-metade = ws-qtd-dezenas / 2

           perform varying ws-lig-idx-cart from 1 by 1
                   until ws-lig-idx-cart > ws-lig-qtd-cartoes

      *>---- 1 - dezenas mais frequentes; 2 - mais atrasadas
               perform varying ws-lig-idx-dez from 1 by 1
                       until ws-lig-idx-dez > ws-qtd-dezenas
                   compute ws-lig-pos = ws-lig-idx-cart + ws-lig-idx-dez - 1
                   move ws-lig-rank-freq (ws-lig-pos)
                     to ws-lig-dez (1, ws-lig-idx-cart, ws-lig-idx-dez)
                   move ws-lig-rank-atraso (ws-lig-pos)
                     to ws-lig-dez (2, ws-lig-idx-cart, ws-lig-idx-dez)
               end-perform

               move 3 to ws-lig-idx
               perform 7432-cartao-pares-liga

               move 4 to ws-lig-idx
               perform 7434-cartao-misto-liga

      *>---- 5 - sorteio do proprio gerador
               perform 2150-sortear-uma-vez
               perform varying ws-lig-idx-dez from 1 by 1
                       until ws-lig-idx-dez > ws-qtd-dezenas
                   move ws-dezena (ws-lig-idx-dez)
                     to ws-lig-dez (5, ws-lig-idx-cart, ws-lig-idx-dez)
               end-perform

               perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
                   perform 7438-ordenar-cartao-liga
               end-perform
           end-perform

           .
       7430-gerar-cartoes-liga-exit.
           exit.

      *>==================================
      *> Estrategia de Pares: parte do par semente do cartao e
      *> acrescenta a dezena que mais saiu junto com as ja escolhidas.
      *> As dezenas semente dos cartoes anteriores ficam por ultimo,
      *> para que cada cartao saia diferente dos demais
      *>==================================

       7432-cartao-pares-liga section.

           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-faixa-max
               move 0 to ws-lig-marca (ws-lig-i)
           end-perform
           perform varying ws-lig-i from 1 by 1
                   until ws-lig-i >= ws-lig-idx-cart
               move 2 to ws-lig-marca (ws-lig-par-i (ws-lig-i))
               move 2 to ws-lig-marca (ws-lig-par-j (ws-lig-i))
           end-perform

           move ws-lig-par-i (ws-lig-idx-cart)
             to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, 1)
           move ws-lig-par-j (ws-lig-idx-cart)
             to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, 2)
           move 1 to ws-lig-marca (ws-lig-par-i (ws-lig-idx-cart))
           move 1 to ws-lig-marca (ws-lig-par-j (ws-lig-idx-cart))

           perform varying ws-lig-pos from 3 by 1
                   until ws-lig-pos > ws-qtd-dezenas
               move 0 to ws-lig-aux
               move 0 to ws-lig-marca-alvo
               perform 7433-escolher-dezena-par
               if ws-lig-aux = 0
                   move 2 to ws-lig-marca-alvo
                   perform 7433-escolher-dezena-par
               end-if
               move ws-lig-aux
                 to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, ws-lig-pos)
               move 1 to ws-lig-marca (ws-lig-aux)
           end-perform

           .
       7432-cartao-pares-liga-exit.
           exit.

      *>==================================
      *> Entre as Dezenas com Marca ws-lig-marca-alvo, a que Mais
      *> Saiu Junto com as ja Escolhidas (ws-lig-aux; zero = nenhuma)
      *>==================================

       7433-escolher-dezena-par section.

           move 0 to ws-lig-maior
           perform varying ws-lig-i from 1 by 1
                   until ws-lig-i > ws-faixa-max
               if ws-lig-marca (ws-lig-i) = ws-lig-marca-alvo
                   move 0 to ws-lig-soma
                   perform varying ws-lig-idx-dez from 1 by 1
                           until ws-lig-idx-dez >= ws-lig-pos
                       move ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                        ws-lig-idx-dez)
                         to ws-lig-j
                       if ws-lig-j < ws-lig-i
                           add ws-pares-cont (ws-lig-j, ws-lig-i)
                             to ws-lig-soma
                       else
                           add ws-pares-cont (ws-lig-i, ws-lig-j)
                             to ws-lig-soma
                       end-if
                   end-perform
                   if ws-lig-aux = 0 or ws-lig-soma > ws-lig-maior
                       move ws-lig-i    to ws-lig-aux
                       move ws-lig-soma to ws-lig-maior
                   end-if
               end-if
           end-perform

           .
       7433-escolher-dezena-par-exit.
           exit.

      *>==================================
      *> Estrategia Mista: metade das dezenas pelo ranking de
      *> frequencia e o restante pelo de atraso, sem repetir
      *>==================================

       7434-cartao-misto-liga section.

           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-faixa-max
               move 0 to ws-lig-marca (ws-lig-i)
           end-perform

           move 0 to ws-lig-pos
           perform varying ws-lig-i from 1 by 1 until ws-lig-i > ws-lig-metade
               add 1 to ws-lig-pos
               compute ws-lig-j = ws-lig-idx-cart + ws-lig-i - 1
               move ws-lig-rank-freq (ws-lig-j)
                 to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, ws-lig-pos)
               move 1 to ws-lig-marca (ws-lig-rank-freq (ws-lig-j))
           end-perform

           move ws-lig-idx-cart to ws-lig-j
           perform until ws-lig-pos >= ws-qtd-dezenas
               move ws-lig-rank-atraso (ws-lig-j) to ws-lig-aux
               if ws-lig-marca (ws-lig-aux) = 0
                   add 1 to ws-lig-pos
                   move ws-lig-aux
                     to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, ws-lig-pos)
                   move 1 to ws-lig-marca (ws-lig-aux)
               end-if
               add 1 to ws-lig-j
           end-perform

           .
       7434-cartao-misto-liga-exit.
           exit.

      *>==================================
      *> Coloca em Ordem Crescente as Dezenas do Cartao
      *> ws-lig-idx-cart da Estrategia ws-lig-idx
      *>==================================

       7438-ordenar-cartao-liga section.

           perform varying ws-lig-i from 1 by 1
                   until ws-lig-i >= ws-qtd-dezenas
               perform varying ws-lig-idx-cmp from 1 by 1
                       until ws-lig-idx-cmp > ws-qtd-dezenas - ws-lig-i
                   if ws-lig-dez (ws-lig-idx, ws-lig-idx-cart, ws-lig-idx-cmp)
                      > ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                    ws-lig-idx-cmp + 1)
                       move ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                        ws-lig-idx-cmp)
                         to ws-lig-aux
                       move ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                        ws-lig-idx-cmp + 1)
                         to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                        ws-lig-idx-cmp)
                       move ws-lig-aux
                         to ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                        ws-lig-idx-cmp + 1)
                   end-if
               end-perform
           end-perform

           .
       7438-ordenar-cartao-liga-exit.
           exit.

      *>==================================
      *> Custo, Resultado Liquido e Posicao de Cada Estrategia
      *> (maior resultado liquido primeiro)
      *>==================================

       7450-classificar-liga section.

           perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
               compute ws-lig-custo (ws-lig-idx) =
                   ws-lig-jogos (ws-lig-idx) * ws-preco-cartao
               compute ws-lig-liquido (ws-lig-idx) =
                   ws-lig-retorno (ws-lig-idx) - ws-lig-custo (ws-lig-idx)
               move 0 to ws-lig-posicao (ws-lig-idx)
           end-perform

           perform varying ws-lig-rank from 1 by 1 until ws-lig-rank > 5
               move 0 to ws-lig-aux
               perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
                   if ws-lig-posicao (ws-lig-idx) = 0
                       if ws-lig-aux = 0
                           move ws-lig-idx to ws-lig-aux
                       else
                           if ws-lig-liquido (ws-lig-idx)
                              > ws-lig-liquido (ws-lig-aux)
                               move ws-lig-idx to ws-lig-aux
                           end-if
                       end-if
                   end-if
               end-perform
               move ws-lig-rank to ws-lig-posicao (ws-lig-aux)
               if ws-lig-rank = 1
                   move ws-lig-aux to ws-lig-vencedora
               end-if
           end-perform

           .
       7450-classificar-liga-exit.
           exit.

      *>==================================
      *> Tabela da Liga, na Ordem de Classificacao
      *>==================================

       7455-listar-liga section.

           move ws-preco-cartao to ws-preco-cartao-ed

           display " "
           display "====================================================="
           display "===  Liga de Estrategias - " ws-modalidade-nome
           display "====================================================="
           if ws-lig-fonte = "R"
               display "Historico: resultados oficiais (RESULTADOS.DAT) - "
                       ws-lig-sorteios " concursos"
           else
               display "Historico: SORTEIOS.DAT e arquivos mortos - "
                       ws-lig-sorteios " sorteios"
           end-if
           display ws-lig-qtd-cartoes " cartao(oes) de " ws-qtd-dezenas
                   " dezenas por estrategia - R$ " ws-preco-cartao-ed
                   " por jogo"
           display "(retorno pelos valores de referencia das faixas; os "
                   "cartoes sao montados e conferidos sobre o mesmo "
                   "historico)"

           perform varying ws-lig-rank from 1 by 1 until ws-lig-rank > 5
               perform varying ws-lig-idx from 1 by 1 until ws-lig-idx > 5
                   if ws-lig-posicao (ws-lig-idx) = ws-lig-rank
                       perform 7457-listar-estrategia-liga
                   end-if
               end-perform
           end-perform

           .
       7455-listar-liga-exit.
           exit.

      *>==================================
      *> Uma Linha da Liga: acertos por faixa, custo, retorno,
      *> resultado liquido e os cartoes da estrategia ws-lig-idx
      *>==================================

       7457-listar-estrategia-liga section.

           display " "
           display ws-lig-rank "o lugar - " ws-lig-nome (ws-lig-idx)
           perform varying ws-comb-fx from 1 by 1
                   until ws-comb-fx > ws-qtd-faixas
               display "   " ws-fx-nome (ws-comb-fx) ": "
                       ws-lig-faixa (ws-lig-idx, ws-comb-fx) " jogo(s)"
           end-perform
           move ws-lig-custo (ws-lig-idx) to ws-lig-valor-ed
           display "   Custo total ......: R$ " ws-lig-valor-ed
           move ws-lig-retorno (ws-lig-idx) to ws-lig-valor-ed
           display "   Retorno referencia: R$ " ws-lig-valor-ed
           move ws-lig-liquido (ws-lig-idx) to ws-lig-saldo-ed
           display "   Resultado liquido : R$ " ws-lig-saldo-ed

           perform varying ws-lig-idx-cart from 1 by 1
                   until ws-lig-idx-cart > ws-lig-qtd-cartoes
               move spaces to ws-lig-linha
               move 1 to ws-idx-campo
               perform varying ws-lig-idx-dez from 1 by 1
                       until ws-lig-idx-dez > ws-qtd-dezenas
                   string ws-lig-dez (ws-lig-idx, ws-lig-idx-cart,
                                      ws-lig-idx-dez)
                              delimited by size
                          " " delimited by size
                          into ws-lig-linha
                          with pointer ws-idx-campo
                   end-string
               end-perform
               display "   Cartao " ws-lig-idx-cart ": " ws-lig-linha
           end-perform

           .
       7457-listar-estrategia-liga-exit.
           exit.

      *>==================================
      *> Grava os Cartoes da Estrategia Vencedora em APOSTAS.DAT,
      *> cada um com ID proprio no cadastro (como no fechamento)
      *>==================================

       7460-gravar-vencedora-liga section.

           if ws-modo-batch not = "S"
               display " "
               display "Gravar os cartoes da estrategia vencedora ("
                       function trim (ws-lig-nome (ws-lig-vencedora))
                       ") em APOSTAS.DAT? (S/N): "
               accept ws-lig-gravar
               move function upper-case (ws-lig-gravar) to ws-lig-gravar
               perform until ws-lig-gravar = "S" or ws-lig-gravar = "N"
                   display "Opcao invalida. Informe S ou N: "
                   accept ws-lig-gravar
                   move function upper-case (ws-lig-gravar)
                     to ws-lig-gravar
               end-perform
           end-if

           if ws-lig-gravar = "S"
               perform 8010-carregar-cadastro
               compute ws-cad-vagas = 200 - ws-qtd-cadastro

               if ws-lig-qtd-cartoes > ws-cad-vagas
                   display "Gravacao recusada: a estrategia tem "
                           ws-lig-qtd-cartoes " cartoes e o cadastro tem "
                           "apenas " ws-cad-vagas
                           " vaga(s) livre(s) de 200."
               else
                   open extend arq-apostas
                   if ws-fs-apostas = "35" then
                       open output arq-apostas
                   end-if

                   if ws-fs-apostas not = "00" and ws-fs-apostas not = "05"
                       display "Arquivo APOSTAS.DAT nao pode ser aberto para "
                               "gravacao. Nenhum cartao foi gravado."
                   else
                       move spaces to ws-cad-dono-novo
                       string "LIGA " delimited by size
                              ws-lig-nome (ws-lig-vencedora)
                                  delimited by space
                              into ws-cad-dono-novo
                       end-string
                       move ws-modalidade to ws-cad-modalidade-novo
                       move 0             to ws-cad-conc-ini-novo
                       move 99999         to ws-cad-conc-fim-novo

                       perform varying ws-lig-idx-cart from 1 by 1
                               until ws-lig-idx-cart > ws-lig-qtd-cartoes
                           perform 8030-registrar-cartao-cadastro
                           move ws-cad-prox-id to reg-apt-id
                           perform varying ws-lig-idx-dez from 1 by 1
                                   until ws-lig-idx-dez > 18
                               if ws-lig-idx-dez > ws-qtd-dezenas
                                   move 0 to reg-apt-num (ws-lig-idx-dez)
                               else
                                   move ws-lig-dez (ws-lig-vencedora,
                                                    ws-lig-idx-cart,
                                                    ws-lig-idx-dez)
                                     to reg-apt-num (ws-lig-idx-dez)
                               end-if
                           end-perform
                           write reg-aposta
                           add 1 to ws-jor-grv-apostas
                       end-perform

                       close arq-apostas
                       perform 8020-gravar-cadastro

                       display "Cartoes gravados em APOSTAS.DAT: "
                               ws-lig-qtd-cartoes " (dono "
                               function trim (ws-cad-dono-novo) ")."
                   end-if
               end-if
           end-if

           .
       7460-gravar-vencedora-liga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>            Historico de Execucoes (JORNAL.DAT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Lista as Execucoes e Jobs Iniciados no Periodo e Destaca os
      *> que Nao Registraram Fim (execucao que caiu ou foi derrubada)
      *>==================================

       7500-historico-execucoes section.

           move 0 to ws-jhi-qtd
           move 0 to ws-jhi-sem-fim
           move 0 to ws-jhi-jobs-sem-fim
           move 0 to ws-jhi-execucoes
           move 0 to ws-jhi-descartados

           perform 7505-obter-periodo-jornal

           display " "
           display "====================================================="
           display "===      Historico de Execucoes (JORNAL.DAT)     ==="
           display "====================================================="
           display "Periodo: " ws-jhi-data-ini " a " ws-jhi-data-fim

           open input arq-jornal
           if ws-fs-jornal not = "00"
               display "Arquivo JORNAL.DAT nao encontrado ou nao pode "
                       "ser aberto."
               close arq-jornal
           else
               close arq-jornal
               perform 7510-carregar-inicios-jornal
               perform 7515-casar-fins-jornal

               if ws-jhi-qtd = 0
                   display "Nenhuma execucao iniciada no periodo."
               else
                   perform varying ws-jhi-idx from 1 by 1
                           until ws-jhi-idx > ws-jhi-qtd
                       perform 7520-listar-execucao-jornal
                   end-perform
               end-if

               display " "
               display "Execucoes no periodo: " ws-jhi-execucoes
               display "Execucoes sem registro de fim: " ws-jhi-sem-fim
               display "Jobs sem registro de fim: " ws-jhi-jobs-sem-fim
               if ws-jhi-sem-fim > 0 or ws-jhi-jobs-sem-fim > 0
                   display "Conferir os arquivos das opcoes marcadas com "
                           "*** antes de novas corridas."
                   move "ALERTA" to ws-situacao-job
               end-if
           end-if

           .
       7500-historico-execucoes-exit.
           exit.

      *>==================================
      *> Periodo do Historico: na tela, datas inicial e final
      *> (0 = ontem e hoje); no batch, os ultimos N dias ate hoje,
      *> N no campo de simulacoes (0 = 1)
      *>==================================

       7505-obter-periodo-jornal section.

           move function current-date (1:8) to ws-jhi-hoje
           move 0 to ws-jhi-data-ini
           move 0 to ws-jhi-data-fim

           if ws-modo-batch = "S"
               move ws-freq-simulacoes to ws-jhi-dias
           else
               move 1 to ws-jhi-dias
               display "Data inicial (AAAAMMDD, 0 = ontem): "
               accept ws-jhi-data-ini
               display "Data final (AAAAMMDD, 0 = hoje): "
               accept ws-jhi-data-fim
           end-if

           if ws-jhi-dias = 0
               move 1 to ws-jhi-dias
           end-if

           if ws-jhi-data-ini = 0
               compute ws-jhi-data-ini = function date-of-integer
                   (function integer-of-date (ws-jhi-hoje) - ws-jhi-dias)
           end-if
           if ws-jhi-data-fim = 0
               move ws-jhi-hoje to ws-jhi-data-fim
           end-if

           .
       7505-obter-periodo-jornal-exit.
           exit.

      *>==================================
      *> Carrega os Registros de Inicio (evento I) do Periodo
      *>==================================

       7510-carregar-inicios-jornal section.

           open input arq-jornal
           perform until ws-fs-jornal = "10"
               read arq-jornal
                   at end
                       move "10" to ws-fs-jornal
                   not at end
                       if reg-jor-evento = "I"
                       and reg-jor-data >= ws-jhi-data-ini
                       and reg-jor-data <= ws-jhi-data-fim
                           if ws-jhi-qtd < 500
                               add 1 to ws-jhi-qtd
                               move reg-jor-execucao
                                 to ws-jhi-execucao   (ws-jhi-qtd)
                               move reg-jor-job
                                 to ws-jhi-job        (ws-jhi-qtd)
                               move reg-jor-modo
                                 to ws-jhi-modo       (ws-jhi-qtd)
                               move reg-jor-opcao
                                 to ws-jhi-opcao      (ws-jhi-qtd)
                               move reg-jor-modalidade
                                 to ws-jhi-modalidade (ws-jhi-qtd)
                               move reg-jor-data
                                 to ws-jhi-data-inicio (ws-jhi-qtd)
                               move reg-jor-hora
                                 to ws-jhi-hora-inicio (ws-jhi-qtd)
                               move reg-jor-trava-assumida
                                 to ws-jhi-trava      (ws-jhi-qtd)
                               move reg-jor-trava-execucao
                                 to ws-jhi-trava-exec (ws-jhi-qtd)
                               move "N" to ws-jhi-terminou (ws-jhi-qtd)
                               if reg-jor-job = 0
                                   add 1 to ws-jhi-execucoes
                               end-if
                           else
                               add 1 to ws-jhi-descartados
                           end-if
                       end-if
               end-read
           end-perform
           close arq-jornal

           if ws-jhi-descartados > 0
               display "Aviso: limite de 500 registros; "
                       ws-jhi-descartados " inicios nao listados. "
                       "Reduza o periodo."
           end-if

           .
       7510-carregar-inicios-jornal-exit.
           exit.

      *>==================================
      *> Associa Cada Registro de Fim (evento F) ao seu Inicio
      *> (mesma execucao e job, o inicio mais recente ainda aberto)
      *>==================================

       7515-casar-fins-jornal section.

           open input arq-jornal
           perform until ws-fs-jornal = "10"
               read arq-jornal
                   at end
                       move "10" to ws-fs-jornal
                   not at end
                       if reg-jor-evento = "F"
                           move 0 to ws-jhi-achado
                           perform varying ws-jhi-idx from ws-jhi-qtd
                                   by -1
                                   until ws-jhi-idx < 1
                                      or ws-jhi-achado > 0
                               if ws-jhi-execucao (ws-jhi-idx)
                                    = reg-jor-execucao
                               and ws-jhi-job (ws-jhi-idx) = reg-jor-job
                               and ws-jhi-terminou (ws-jhi-idx) = "N"
                                   move ws-jhi-idx to ws-jhi-achado
                               end-if
                           end-perform
                           if ws-jhi-achado > 0
                               move "S" to ws-jhi-terminou (ws-jhi-achado)
                               move reg-jor-data
                                 to ws-jhi-data-final (ws-jhi-achado)
                               move reg-jor-hora
                                 to ws-jhi-hora-final (ws-jhi-achado)
                               move reg-jor-modalidade
                                 to ws-jhi-modalidade (ws-jhi-achado)
                               move reg-jor-opcao
                                 to ws-jhi-opcao (ws-jhi-achado)
                               move reg-jor-situacao
                                 to ws-jhi-situacao (ws-jhi-achado)
                               move reg-jor-resultado
                                 to ws-jhi-resultado (ws-jhi-achado)
                               perform varying ws-jor-idx-arq from 1 by 1
                                       until ws-jor-idx-arq > 23
                                   if reg-jor-lidos (ws-jor-idx-arq)
                                      is numeric
                                   and reg-jor-gravados (ws-jor-idx-arq)
                                      is numeric
                                       move reg-jor-lidos (ws-jor-idx-arq)
                                         to ws-jhi-lidos
                                            (ws-jhi-achado, ws-jor-idx-arq)
                                       move reg-jor-gravados
                                              (ws-jor-idx-arq)
                                         to ws-jhi-gravados
                                            (ws-jhi-achado, ws-jor-idx-arq)
                                   else
                                       move 0 to ws-jhi-lidos
                                            (ws-jhi-achado, ws-jor-idx-arq)
                                       move 0 to ws-jhi-gravados
                                            (ws-jhi-achado, ws-jor-idx-arq)
                                   end-if
                               end-perform
                           end-if
                       end-if
               end-read
           end-perform
           close arq-jornal

           .
       7515-casar-fins-jornal-exit.
           exit.

      *>==================================
      *> Lista uma Execucao (job 0) ou um Job do Historico, com os
      *> Arquivos Movimentados ou o Alerta de Fim Nao Registrado
      *>==================================

       7520-listar-execucao-jornal section.

           if ws-jhi-job (ws-jhi-idx) = 0
               if ws-jhi-modo (ws-jhi-idx) = "B"
                   move "batch" to ws-jhi-modo-nm
               else
                   move "interativa" to ws-jhi-modo-nm
               end-if
               display " "
               display "Execucao " ws-jhi-execucao (ws-jhi-idx)
                       " (" function trim (ws-jhi-modo-nm) ")"
                       " - inicio " ws-jhi-data-inicio (ws-jhi-idx)
                       " " ws-jhi-hora-inicio (ws-jhi-idx)
               if ws-jhi-trava (ws-jhi-idx) = "S"
                   display "   Trava assumida da execucao "
                           ws-jhi-trava-exec (ws-jhi-idx)
               end-if
           else
               display "   Job " ws-jhi-job (ws-jhi-idx)
                       " - opcao " ws-jhi-opcao (ws-jhi-idx)
                       " - modalidade " ws-jhi-modalidade (ws-jhi-idx)
                       " - inicio " ws-jhi-hora-inicio (ws-jhi-idx)
           end-if

           evaluate true
               when ws-jhi-terminou (ws-jhi-idx) = "S"
                   display "      Fim " ws-jhi-data-final (ws-jhi-idx)
                           " " ws-jhi-hora-final (ws-jhi-idx)
                           " - " ws-jhi-situacao (ws-jhi-idx)
                           " - resultado " ws-jhi-resultado (ws-jhi-idx)
                   perform varying ws-jor-idx-arq from 1 by 1
                           until ws-jor-idx-arq > 23
                       if ws-jhi-lidos (ws-jhi-idx, ws-jor-idx-arq) > 0
                       or ws-jhi-gravados (ws-jhi-idx, ws-jor-idx-arq) > 0
                           display "      "
                                   ws-jor-nome-arq (ws-jor-idx-arq)
                                   " lidos "
                                   ws-jhi-lidos (ws-jhi-idx, ws-jor-idx-arq)
                                   " gravados "
                                   ws-jhi-gravados
                                      (ws-jhi-idx, ws-jor-idx-arq)
                       end-if
                   end-perform
               when ws-jhi-execucao (ws-jhi-idx) = ws-id-execucao
                   display "      (execucao corrente, em andamento)"
               when other
                   display "      *** SEM REGISTRO DE FIM: interrompida "
                           "ou derrubada - conferir os arquivos ***"
                   if ws-jhi-job (ws-jhi-idx) = 0
                       add 1 to ws-jhi-sem-fim
                   else
                       add 1 to ws-jhi-jobs-sem-fim
                   end-if
           end-evaluate

           .
       7520-listar-execucao-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Verificacao de Saude dos Arquivos de Auditoria, Arquivo Morto
      *>   e Controle (relatorio em SAUDE.RPT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Seis Verificacoes, cada uma com Linhas de Detalhe e uma
      *> Linha de Resultado (OK/FALHA): 1 - arquivos catalogados;
      *> 2 - arquivos fora do catalogo; 3 - SORTEIOS.DAT;
      *> 4 - checkpoints que sobraram; 5 - acumulados x CONTROLE.DAT;
      *> 6 - trava antiga. Alguma FALHA deixa o job em FALHA
      *>==================================

       7600-verificar-saude section.

           move ws-modalidade to ws-sau-modalidade-ant
           move 0 to ws-sau-falhas
           move 0 to ws-sau-qtd-exe
           move 0 to ws-sau-qtd-cat

           perform 7605-obter-parametros-saude

           move "N" to ws-saude-aberto
           open output arq-saude
           if ws-fs-saude = "00" or ws-fs-saude = "05"
               move "S" to ws-saude-aberto
           else
               display "Aviso: SAUDE.RPT nao pode ser gravado "
                       "(status " ws-fs-saude "); relatorio apenas "
                       "na tela."
           end-if

           move " " to ws-sau-linha
           perform 7690-linha-saude
           move "=================================================="
             to ws-sau-linha
           perform 7690-linha-saude
           move spaces to ws-sau-linha
           string "VERIFICACAO DE SAUDE DOS ARQUIVOS - " delimited by size
                  function current-date (7:2) delimited by size
                  "/" delimited by size
                  function current-date (5:2) delimited by size
                  "/" delimited by size
                  function current-date (1:4) delimited by size
                  " " delimited by size
                  function current-date (9:2) delimited by size
                  ":" delimited by size
                  function current-date (11:2) delimited by size
                  " - Execucao " delimited by size
                  ws-id-execucao delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude
           move "=================================================="
             to ws-sau-linha
           perform 7690-linha-saude

           perform 7610-verificar-catalogados
           perform 7620-verificar-fora-catalogo
           perform 7630-verificar-sorteios
           perform 7640-verificar-checkpoints
           perform 7650-verificar-acumulados
           perform 7660-verificar-trava

           move " " to ws-sau-linha
           perform 7690-linha-saude
           move spaces to ws-sau-linha
           compute ws-sau-qtd-ok = 6 - ws-sau-falhas
           string "Resumo: " delimited by size
                  ws-sau-qtd-ok delimited by size
                  " verificacao(oes) OK, " delimited by size
                  ws-sau-falhas delimited by size
                  " com FALHA." delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude

           if ws-saude-aberto = "S"
               close arq-saude
               move "N" to ws-saude-aberto
               display " "
               display "Relatorio gravado em SAUDE.RPT"
           end-if

           if ws-sau-falhas > 0
               move "FALHA" to ws-situacao-job
           end-if

      *>---- as verificacoes trocam a modalidade corrente
           move ws-sau-modalidade-ant to ws-modalidade
           if ws-modalidade > 0
               perform 1610-definir-modalidade
           end-if

           .
       7600-verificar-saude-exit.
           exit.

      *>==================================
      *> Parametros: idade maxima da trava em horas (0 = 12) e data
      *> inicial da busca de arquivos mortos fora do catalogo
      *> (0 = um ano antes do arquivo catalogado mais antigo ou de
      *> hoje). No batch: horas no campo de simulacoes e data no
      *> campo de semente
      *>==================================

       7605-obter-parametros-saude section.

           if ws-modo-batch = "S"
               move ws-freq-simulacoes to ws-sau-horas-trava
               move ws-par-semente     to ws-sau-data-busca
           else
               display "Idade maxima da trava em horas (0 = 12): "
               accept ws-sau-horas-trava
               display "Procurar arquivos mortos a partir de "
                       "(AAAAMMDD, 0 = um ano antes): "
               accept ws-sau-data-busca
           end-if

           if ws-sau-horas-trava = 0
               move 12 to ws-sau-horas-trava
           end-if

           .
       7605-obter-parametros-saude-exit.
           exit.

      *>==================================
      *> 1 - Todo Arquivo do Catalogo (ARQMORTOS.DAT) Existe e Tem
      *> a Quantidade de Registros Catalogada (reg-cat-registros)
      *>==================================

       7610-verificar-catalogados section.

           move 1 to ws-sau-num
           move "Arquivos mortos catalogados (ARQMORTOS.DAT)"
             to ws-sau-titulo
           perform 7680-abrir-verificacao

           open input arq-catalogo
           if ws-fs-catalogo = "00"
               perform until ws-fs-catalogo = "10"
                   read arq-catalogo
                       at end
                           move "10" to ws-fs-catalogo
                       not at end
                           add 1 to ws-jor-lid-arqmortos
                           if ws-sau-qtd-cat < 500
                               add 1 to ws-sau-qtd-cat
                               move reg-cat-nome
                                 to ws-sau-cat-nome (ws-sau-qtd-cat)
                               move reg-cat-data
                                 to ws-sau-cat-data (ws-sau-qtd-cat)
                               move reg-cat-registros
                                 to ws-sau-cat-registros (ws-sau-qtd-cat)
                           end-if
                   end-read
               end-perform
           end-if
           close arq-catalogo

           perform varying ws-sau-idx from 1 by 1
                   until ws-sau-idx > ws-sau-qtd-cat
               move ws-sau-cat-nome (ws-sau-idx) to ws-nome-arquivo-morto
               perform 7615-contar-arquivo-morto
               evaluate true
                   when ws-sau-existe not = "S"
                       add 1 to ws-sau-ocorrencias
                       move spaces to ws-sau-linha
                       string "   " delimited by size
                              function trim (ws-nome-arquivo-morto)
                                  delimited by size
                              ": catalogado em " delimited by size
                              ws-sau-cat-data (ws-sau-idx)
                                  delimited by size
                              " e nao encontrado" delimited by size
                              into ws-sau-linha
                       end-string
                       perform 7690-linha-saude
                   when ws-sau-contados
                        not = ws-sau-cat-registros (ws-sau-idx)
                       add 1 to ws-sau-ocorrencias
                       move spaces to ws-sau-linha
                       string "   " delimited by size
                              function trim (ws-nome-arquivo-morto)
                                  delimited by size
                              ": catalogo " delimited by size
                              ws-sau-cat-registros (ws-sau-idx)
                                  delimited by size
                              " registros, arquivo " delimited by size
                              ws-sau-contados delimited by size
                              into ws-sau-linha
                       end-string
                       perform 7690-linha-saude
                   when other
                       move spaces to ws-sau-linha
                       string "   " delimited by size
                              function trim (ws-nome-arquivo-morto)
                                  delimited by size
                              ": " delimited by size
                              ws-sau-contados delimited by size
                              " registros, confere" delimited by size
                              into ws-sau-linha
                       end-string
                       perform 7690-linha-saude
               end-evaluate
           end-perform

           if ws-sau-qtd-cat = 0
               move "   Catalogo vazio ou inexistente." to ws-sau-linha
               perform 7690-linha-saude
           end-if

           perform 7685-fechar-verificacao

           .
       7610-verificar-catalogados-exit.
           exit.

      *>==================================
      *> Conta os Registros do Arquivo ws-nome-arquivo-morto
      *> (ws-sau-existe = "N" quando o arquivo nao existe)
      *>==================================

       7615-contar-arquivo-morto section.

           move "N" to ws-sau-existe
           move 0   to ws-sau-contados

           open input arq-arquivo-morto
           if ws-fs-arquivo-morto = "00"
               move "S" to ws-sau-existe
               perform until ws-fs-arquivo-morto = "10"
                   read arq-arquivo-morto
                       at end
                           move "10" to ws-fs-arquivo-morto
                       not at end
                           add 1 to ws-jor-lid-dinamicos
                           add 1 to ws-sau-contados
                   end-read
               end-perform
           end-if
           close arq-arquivo-morto

           .
       7615-contar-arquivo-morto-exit.
           exit.

      *>==================================
      *> 2 - Arquivos Mortos de Sorteios (SORTEIOS-AAAAMMDD.DAT)
      *> Existentes mas Fora do Catalogo: procura dia a dia, da data
      *> inicial ate hoje
      *>==================================

       7620-verificar-fora-catalogo section.

           move 2 to ws-sau-num
           move "Arquivos mortos fora do catalogo" to ws-sau-titulo
           perform 7680-abrir-verificacao

           move function current-date (1:8) to ws-sau-hoje
           if ws-sau-data-busca = 0
               move ws-sau-hoje to ws-sau-data-busca
               perform varying ws-sau-idx from 1 by 1
                       until ws-sau-idx > ws-sau-qtd-cat
                   if ws-sau-cat-data (ws-sau-idx) > 0
                   and ws-sau-cat-data (ws-sau-idx) < ws-sau-data-busca
                       move ws-sau-cat-data (ws-sau-idx)
                         to ws-sau-data-busca
                   end-if
               end-perform
               compute ws-sau-dia = function integer-of-date
                                        (ws-sau-data-busca) - 366
           else
               compute ws-sau-dia = function integer-of-date
                                        (ws-sau-data-busca)
           end-if
           compute ws-sau-dia-fim = function integer-of-date (ws-sau-hoje)
           compute ws-sau-data-busca = function date-of-integer (ws-sau-dia)

           move spaces to ws-sau-linha
           string "   Periodo pesquisado: " delimited by size
                  ws-sau-data-busca delimited by size
                  " a " delimited by size
                  ws-sau-hoje delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude

           perform until ws-sau-dia > ws-sau-dia-fim
               compute ws-sau-data = function date-of-integer (ws-sau-dia)
               move spaces to ws-nome-arquivo-morto
               string "SORTEIOS-" delimited by size
                      ws-sau-data delimited by size
                      ".DAT" delimited by size
                      into ws-nome-arquivo-morto
               end-string

               move "N" to ws-sau-catalogado
               perform varying ws-sau-idx from 1 by 1
                       until ws-sau-idx > ws-sau-qtd-cat
                   if ws-sau-cat-nome (ws-sau-idx) = ws-nome-arquivo-morto
                       move "S" to ws-sau-catalogado
                   end-if
               end-perform

               if ws-sau-catalogado = "N"
                   open input arq-arquivo-morto
                   if ws-fs-arquivo-morto = "00"
                       add 1 to ws-sau-ocorrencias
                       move spaces to ws-sau-linha
                       string "   " delimited by size
                              function trim (ws-nome-arquivo-morto)
                                  delimited by size
                              ": existe e nao consta do catalogo"
                                  delimited by size
                              into ws-sau-linha
                       end-string
                       perform 7690-linha-saude
                   end-if
                   close arq-arquivo-morto
               end-if

               add 1 to ws-sau-dia
           end-perform

           perform 7685-fechar-verificacao

           .
       7620-verificar-fora-catalogo-exit.
           exit.

      *>==================================
      *> 3 - Linhas de SORTEIOS.DAT que o 6118 nao Interpreta em
      *> Nenhuma Modalidade e Quebras da Ordem de reg-sor-sequencia
      *> dentro de uma Mesma Execucao
      *>==================================

       7630-verificar-sorteios section.

           move 3 to ws-sau-num
           move "Registros de SORTEIOS.DAT" to ws-sau-titulo
           perform 7680-abrir-verificacao

           move 0 to ws-sau-contados

      *>---- SORTEIOS.DAT fica aberto em extend desde a inicializacao
           close arq-sorteios
           open input arq-sorteios
           if ws-fs-sorteios = "00"
               perform until ws-fs-sorteios = "10"
                   read arq-sorteios into ws-linha-sorteio
                       at end
                           move "10" to ws-fs-sorteios
                       not at end
                           add 1 to ws-jor-lid-sorteios
                           add 1 to ws-sau-contados
                           perform 7635-verificar-linha-sorteio
                   end-read
               end-perform
           end-if
           close arq-sorteios
           open extend arq-sorteios
           if ws-fs-sorteios = "35" then
               open output arq-sorteios
           end-if

           move spaces to ws-sau-linha
           string "   Registros lidos: " delimited by size
                  ws-sau-contados delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude

           perform 7685-fechar-verificacao

           .
       7630-verificar-sorteios-exit.
           exit.

      *>==================================
      *> Uma Linha de SORTEIOS.DAT: tenta a modalidade do layout fixo
      *> e, nao dando, cada modalidade cadastrada (formato antigo);
      *> linha valida do layout fixo confere a sequencia da execucao
      *> (sequencia 1 abre um novo jogo da mesma execucao, como nos
      *> jobs batch repetidos da opcao 1)
      *>==================================

       7635-verificar-linha-sorteio section.

           move "N" to ws-linha-hist-valida
           move ws-linha-sorteio (1:76) to ws-sorteio-estrut

           if ws-sor-modalidade is numeric
           and ws-sor-modalidade > 0
               move ws-sor-modalidade to ws-modalidade
               perform 1610-definir-modalidade
               if ws-mod-achada > 0
                   perform 6118-interpretar-linha-sorteio
               end-if
           end-if

           perform varying ws-sau-idx-mod from 1 by 1
                   until ws-sau-idx-mod > ws-qtd-modalidades
                      or ws-linha-hist-valida = "S"
               move ws-modl-codigo (ws-sau-idx-mod) to ws-modalidade
               perform 1610-definir-modalidade
               perform 6118-interpretar-linha-sorteio
           end-perform

           if ws-linha-hist-valida not = "S"
               add 1 to ws-sau-ocorrencias
               move spaces to ws-sau-linha
               string "   Linha " delimited by size
                      ws-sau-contados delimited by size
                      ": nao interpretavel - " delimited by size
                      ws-linha-sorteio (1:60) delimited by size
                      into ws-sau-linha
               end-string
               perform 7690-linha-saude
           else
               move ws-linha-sorteio (1:76) to ws-sorteio-estrut
               if ws-sor-modalidade is numeric
               and ws-sor-sequencia is numeric
               and ws-sor-execucao not = spaces
                   move ws-sor-execucao to ws-sau-exe-busca
                   perform 7645-localizar-execucao-saude
                   if ws-sau-exe-achado > 0
                       if ws-sau-exe-sequencia (ws-sau-exe-achado) > 0
                       and ws-sor-sequencia > 1
                       and ws-sor-sequencia
                           <= ws-sau-exe-sequencia (ws-sau-exe-achado)
                           add 1 to ws-sau-ocorrencias
                           move spaces to ws-sau-linha
                           string "   Linha " delimited by size
                                  ws-sau-contados delimited by size
                                  ": sequencia " delimited by size
                                  ws-sor-sequencia delimited by size
                                  " apos " delimited by size
                                  ws-sau-exe-sequencia
                                      (ws-sau-exe-achado)
                                      delimited by size
                                  " na execucao " delimited by size
                                  ws-sor-execucao delimited by size
                                  into ws-sau-linha
                           end-string
                           perform 7690-linha-saude
                       end-if
                       move ws-sor-sequencia
                         to ws-sau-exe-sequencia (ws-sau-exe-achado)
                   end-if
               end-if
           end-if

           .
       7635-verificar-linha-sorteio-exit.
           exit.

      *>==================================
      *> 4 - Checkpoints (CHECKPOINT-<execucao>.DAT) que Sobraram de
      *> Execucoes ja Encerradas: execucoes do jornal e de
      *> SORTEIOS.DAT; encerrada = fim da execucao gravado no jornal
      *>==================================

       7640-verificar-checkpoints section.

           move 4 to ws-sau-num
           move "Checkpoints de execucoes encerradas" to ws-sau-titulo
           perform 7680-abrir-verificacao

           open input arq-jornal
           if ws-fs-jornal = "00"
               perform until ws-fs-jornal = "10"
                   read arq-jornal
                       at end
                           move "10" to ws-fs-jornal
                       not at end
                           if reg-jor-job = 0
                               move reg-jor-execucao to ws-sau-exe-busca
                               perform 7645-localizar-execucao-saude
                               if ws-sau-exe-achado > 0
                                   move "S" to ws-sau-exe-jornal
                                               (ws-sau-exe-achado)
                                   if reg-jor-evento = "F"
                                       move "S" to ws-sau-exe-terminou
                                                   (ws-sau-exe-achado)
                                       move reg-jor-data
                                         to ws-sau-exe-data-fim
                                            (ws-sau-exe-achado)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-jornal

           move 0 to ws-sau-contados
           perform varying ws-sau-idx from 1 by 1
                   until ws-sau-idx > ws-sau-qtd-exe
               if ws-sau-exe-id (ws-sau-idx) not = ws-id-execucao
                   move ws-sau-exe-id (ws-sau-idx) to ws-chk-execucao
                   perform 8520-montar-nome-checkpoint
                   open input arq-checkpoint
                   if ws-fs-checkpoint = "00"
                       add 1 to ws-sau-contados
                       move spaces to ws-sau-linha
                       evaluate true
                           when ws-sau-exe-terminou (ws-sau-idx) = "S"
                               add 1 to ws-sau-ocorrencias
                               string "   " delimited by size
                                      function trim (ws-nome-checkpoint)
                                          delimited by size
                                      ": execucao encerrada em "
                                          delimited by size
                                      ws-sau-exe-data-fim (ws-sau-idx)
                                          delimited by size
                                      " - pode ser removido"
                                          delimited by size
                                      into ws-sau-linha
                               end-string
                           when ws-sau-exe-jornal (ws-sau-idx) = "S"
                               string "   " delimited by size
                                      function trim (ws-nome-checkpoint)
                                          delimited by size
                                      ": execucao sem fim no jornal - "
                                          delimited by size
                                      "retomavel pela opcao 1"
                                          delimited by size
                                      into ws-sau-linha
                               end-string
                           when other
                               string "   " delimited by size
                                      function trim (ws-nome-checkpoint)
                                          delimited by size
                                      ": execucao sem registro no jornal"
                                          delimited by size
                                      " - conferir" delimited by size
                                      into ws-sau-linha
                               end-string
                       end-evaluate
                       perform 7690-linha-saude
                   end-if
                   close arq-checkpoint
               end-if
           end-perform

           move spaces to ws-sau-linha
           string "   Execucoes verificadas: " delimited by size
                  ws-sau-qtd-exe delimited by size
                  " - checkpoints encontrados: " delimited by size
                  ws-sau-contados delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude

           perform 7685-fechar-verificacao

           .
       7640-verificar-checkpoints-exit.
           exit.

      *>==================================
      *> Localiza (ou Inclui) a Execucao ws-sau-exe-busca na Tabela
      *> da Verificacao; ws-sau-exe-achado = 0 se a tabela esta cheia
      *>==================================

       7645-localizar-execucao-saude section.

           move 0 to ws-sau-exe-achado
           perform varying ws-sau-idx-exe from ws-sau-qtd-exe by -1
                   until ws-sau-idx-exe = 0 or ws-sau-exe-achado > 0
               if ws-sau-exe-id (ws-sau-idx-exe) = ws-sau-exe-busca
                   move ws-sau-idx-exe to ws-sau-exe-achado
               end-if
           end-perform

           if ws-sau-exe-achado = 0
           and ws-sau-qtd-exe < 500
               add 1 to ws-sau-qtd-exe
               move ws-sau-qtd-exe to ws-sau-exe-achado
               move ws-sau-exe-busca to ws-sau-exe-id (ws-sau-exe-achado)
               move 0   to ws-sau-exe-sequencia (ws-sau-exe-achado)
               move "N" to ws-sau-exe-jornal    (ws-sau-exe-achado)
               move "N" to ws-sau-exe-terminou  (ws-sau-exe-achado)
               move 0   to ws-sau-exe-data-fim  (ws-sau-exe-achado)
           end-if

           .
       7645-localizar-execucao-saude-exit.
           exit.

      *>==================================
      *> 5 - Acumulados de Cada Modalidade x Marca d'Agua de
      *> CONTROLE.DAT: o total de concursos (registro T) deve ser o
      *> numero de resultados validos ate a marca, e as frequencias
      *> (registros F) devem somar total x dezenas por concurso
      *>==================================

       7650-verificar-acumulados section.

           move 5 to ws-sau-num
           move "Acumulados x marca d'agua (CONTROLE.DAT)"
             to ws-sau-titulo
           perform 7680-abrir-verificacao

           move 0 to ws-modalidade
           perform 8300-carregar-controle
           perform varying ws-sau-idx-mod from 1 by 1
                   until ws-sau-idx-mod > 9
               move 0 to ws-sau-esperados (ws-sau-idx-mod)
           end-perform

           open input arq-resultados
           if ws-fs-resultados = "00"
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           move ws-res-modalidade to ws-mod-cod-busca
                           perform 8640-localizar-modalidade
                           if ws-mod-achada > 0
                           and ws-res-modalidade > 0
                               move ws-res-modalidade to ws-modalidade
                               perform 1610-definir-modalidade
                               perform 6715-validar-resultado
                               if ws-res-valido = "S"
                               and ws-res-concurso
                                   <= ws-ctl-ultimo (ws-res-modalidade)
                                   add 1 to ws-sau-esperados
                                            (ws-res-modalidade)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-resultados

           perform varying ws-sau-idx-mod from 1 by 1
                   until ws-sau-idx-mod > ws-qtd-modalidades
               move ws-modl-codigo (ws-sau-idx-mod) to ws-modalidade
               perform 1610-definir-modalidade
               perform 7655-verificar-acumulado-modalidade
           end-perform

           perform 7685-fechar-verificacao

           .
       7650-verificar-acumulados-exit.
           exit.

      *>==================================
      *> Confere os Acumulados da Modalidade Corrente (ws-modalidade)
      *>==================================

       7655-verificar-acumulado-modalidade section.

           move "N" to ws-sau-existe
           move 0   to ws-sau-acu-total
           move 0   to ws-sau-acu-soma-freq

           move spaces to ws-nome-acumulados
           string "ACUMULADOS-" delimited by size
                  ws-modalidade delimited by size
                  ".DAT" delimited by size
                  into ws-nome-acumulados
           end-string

           open input arq-acumulados
           if ws-fs-acumulados = "00"
               move "S" to ws-sau-existe
               perform until ws-fs-acumulados = "10"
                   read arq-acumulados
                       at end
                           move "10" to ws-fs-acumulados
                       not at end
                           add 1 to ws-jor-lid-acumulados
                           evaluate reg-acu-tipo
                               when "T"
                                   move reg-acu-valor to ws-sau-acu-total
                               when "F"
                                   add reg-acu-valor
                                     to ws-sau-acu-soma-freq
                           end-evaluate
                   end-read
               end-perform
           end-if
           close arq-acumulados

           compute ws-sau-soma-esperada =
               ws-sau-acu-total * ws-qtd-dezenas

           move spaces to ws-sau-linha
           evaluate true
               when ws-sau-existe not = "S"
               and ws-ctl-ultimo (ws-modalidade) = 0
                   string "   " delimited by size
                          function trim (ws-modalidade-nome)
                              delimited by size
                          ": sem resultados processados" delimited by size
                          into ws-sau-linha
                   end-string
               when ws-sau-existe not = "S"
                   add 1 to ws-sau-ocorrencias
                   string "   " delimited by size
                          function trim (ws-modalidade-nome)
                              delimited by size
                          ": marca d'agua " delimited by size
                          ws-ctl-ultimo (ws-modalidade) delimited by size
                          " sem " delimited by size
                          function trim (ws-nome-acumulados)
                              delimited by size
                          into ws-sau-linha
                   end-string
               when ws-sau-acu-total
                    not = ws-sau-esperados (ws-modalidade)
                   add 1 to ws-sau-ocorrencias
                   string "   " delimited by size
                          function trim (ws-modalidade-nome)
                              delimited by size
                          ": acumulados com " delimited by size
                          ws-sau-acu-total delimited by size
                          " concursos, esperados " delimited by size
                          ws-sau-esperados (ws-modalidade)
                              delimited by size
                          " ate a marca " delimited by size
                          ws-ctl-ultimo (ws-modalidade) delimited by size
                          into ws-sau-linha
                   end-string
               when ws-sau-acu-soma-freq not = ws-sau-soma-esperada
                   add 1 to ws-sau-ocorrencias
                   string "   " delimited by size
                          function trim (ws-modalidade-nome)
                              delimited by size
                          ": frequencias somam " delimited by size
                          ws-sau-acu-soma-freq delimited by size
                          ", esperado " delimited by size
                          ws-sau-soma-esperada delimited by size
                          into ws-sau-linha
                   end-string
               when other
                   string "   " delimited by size
                          function trim (ws-modalidade-nome)
                              delimited by size
                          ": marca d'agua " delimited by size
                          ws-ctl-ultimo (ws-modalidade) delimited by size
                          ", " delimited by size
                          ws-sau-acu-total delimited by size
                          " concursos - confere" delimited by size
                          into ws-sau-linha
                   end-string
           end-evaluate
           perform 7690-linha-saude

           .
       7655-verificar-acumulado-modalidade-exit.
           exit.

      *>==================================
      *> 6 - Trava de Outra Execucao Mais Antiga que o Limite: a que
      *> esta em TRAVA.DAT (se nao for desta execucao) ou a que esta
      *> execucao assumiu ao iniciar
      *>==================================

       7660-verificar-trava section.

           move 6 to ws-sau-num
           move "Trava de execucao (TRAVA.DAT)" to ws-sau-titulo
           perform 7680-abrir-verificacao

           move spaces to ws-sau-trv-execucao
           move 0      to ws-sau-trv-data
           move zeros  to ws-sau-trv-hora

           open input arq-trava
           if ws-fs-trava = "00"
               read arq-trava
                   at end
                       continue
                   not at end
                       if reg-trv-execucao not = spaces
                       and reg-trv-execucao not = ws-id-execucao
                           move reg-trv-execucao to ws-sau-trv-execucao
                           move reg-trv-data     to ws-sau-trv-data
                           move reg-trv-hora     to ws-sau-trv-hora
                       end-if
               end-read
           end-if
           close arq-trava

           if ws-sau-trv-execucao = spaces
           and ws-trava-assumida = "S"
               move ws-trava-execucao-anterior to ws-sau-trv-execucao
               move ws-trava-data-anterior     to ws-sau-trv-data
               move ws-trava-hora-anterior     to ws-sau-trv-hora
           end-if

           move spaces to ws-sau-linha
           evaluate true
               when ws-sau-trv-execucao = spaces
                   move "   Nenhuma trava de outra execucao."
                     to ws-sau-linha
               when ws-sau-trv-data not numeric
               or ws-sau-trv-data < 19000101
                   add 1 to ws-sau-ocorrencias
                   string "   Trava da execucao " delimited by size
                          ws-sau-trv-execucao delimited by size
                          " com data invalida" delimited by size
                          into ws-sau-linha
                   end-string
               when other
                   move function current-date (1:8) to ws-sau-hoje
                   move function current-date (9:6) to ws-sau-agora
                   compute ws-sau-idade-min =
                       (function integer-of-date (ws-sau-hoje)
                        - function integer-of-date (ws-sau-trv-data))
                       * 1440
                       + ws-sau-agora-hh * 60 + ws-sau-agora-mm
                       - ws-sau-trv-hh * 60 - ws-sau-trv-mm
                   compute ws-sau-idade-horas = ws-sau-idade-min / 60
                   if ws-sau-idade-min > ws-sau-horas-trava * 60
                       add 1 to ws-sau-ocorrencias
                       move "acima do limite" to ws-sau-situacao
                   else
                       move "dentro do limite" to ws-sau-situacao
                   end-if
                   if ws-sau-trv-execucao = ws-trava-execucao-anterior
                   and ws-trava-assumida = "S"
                       move "assumida nesta execucao" to ws-sau-origem
                   else
                       move "ativa em TRAVA.DAT" to ws-sau-origem
                   end-if
                   string "   Trava da execucao " delimited by size
                          ws-sau-trv-execucao delimited by size
                          " (" delimited by size
                          function trim (ws-sau-origem) delimited by size
                          ") com " delimited by size
                          ws-sau-idade-horas delimited by size
                          " h: " delimited by size
                          function trim (ws-sau-situacao)
                              delimited by size
                          " de " delimited by size
                          ws-sau-horas-trava delimited by size
                          " h" delimited by size
                          into ws-sau-linha
                   end-string
           end-evaluate
           perform 7690-linha-saude

           perform 7685-fechar-verificacao

           .
       7660-verificar-trava-exit.
           exit.

      *>==================================
      *> Cabecalho de uma Verificacao (ws-sau-num, ws-sau-titulo)
      *>==================================

       7680-abrir-verificacao section.

           move 0 to ws-sau-ocorrencias
           move " " to ws-sau-linha
           perform 7690-linha-saude
           move spaces to ws-sau-linha
           string "--- Verificacao " delimited by size
                  ws-sau-num delimited by size
                  ": " delimited by size
                  function trim (ws-sau-titulo) delimited by size
                  into ws-sau-linha
           end-string
           perform 7690-linha-saude

           .
       7680-abrir-verificacao-exit.
           exit.

      *>==================================
      *> Linha de Resultado (OK/FALHA) da Verificacao Corrente
      *>==================================

       7685-fechar-verificacao section.

           move spaces to ws-sau-linha
           if ws-sau-ocorrencias = 0
               string "Verificacao " delimited by size
                      ws-sau-num delimited by size
                      ": OK" delimited by size
                      into ws-sau-linha
               end-string
           else
               add 1 to ws-sau-falhas
               string "Verificacao " delimited by size
                      ws-sau-num delimited by size
                      ": FALHA (" delimited by size
                      ws-sau-ocorrencias delimited by size
                      " ocorrencia(s))" delimited by size
                      into ws-sau-linha
               end-string
           end-if
           perform 7690-linha-saude

           .
       7685-fechar-verificacao-exit.
           exit.

      *>==================================
      *> Exibe e Grava uma Linha do Relatorio de Saude
      *>==================================

       7690-linha-saude section.

           display function trim (ws-sau-linha trailing)
           if ws-saude-aberto = "S"
               move ws-sau-linha to reg-saude
               write reg-saude
               add 1 to ws-jor-grv-saude
           end-if

           .
       7690-linha-saude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>              Cadastro Mestre de Cartoes (CADCART.DAT)
      *>------------------------------------------------------------------------
       8000-manter-cadastro section.

           perform 8010-carregar-cadastro

           move spaces to ws-opcao-cadastro
           perform until ws-opcao-cadastro = "0"
               display " "
               display "====================================================="
               display "===        Cadastro de Cartoes (CADCART.DAT)      ==="
               display "====================================================="
               display "===  1 - Registrar Cartao                        ==="
               display "===  2 - Listar Cartoes                          ==="
               display "===  3 - Desativar Cartao                        ==="
               display "===  4 - Reativar Cartao                         ==="
               display "===  5 - Alterar Modalidade/Vigencia (concursos) ==="
               display "===  0 - Voltar                                  ==="
               display "====================================================="
               display "Escolha uma opcao: "
               accept ws-opcao-cadastro

               evaluate ws-opcao-cadastro
                   when "1"
                       display "Dono/grupo do cartao: "
                       accept ws-cad-dono-novo
                       perform 8070-obter-vigencia-cartao
                       perform 8030-registrar-cartao-cadastro
                       perform 8020-gravar-cadastro
                       display "Cartao registrado com o ID " ws-cad-prox-id
                               ". Use este ID na primeira coluna do "
                               "cartao em APOSTAS.DAT."
                   when "2"
                       perform 8040-listar-cadastro
                   when "3"
                       move "I" to ws-cad-status-busca
                       perform 8050-alterar-status-cartao
                   when "4"
                       move "A" to ws-cad-status-busca
                       perform 8050-alterar-status-cartao
                   when "5"
                       perform 8075-alterar-vigencia-cartao
                   when "0"
                       continue
                   when other
                       display "Opcao invalida. Informe 0 a 5."
               end-evaluate
           end-perform

           .
       8000-manter-cadastro-exit.
           exit.

      *>==================================
      *> Carrega o Cadastro de Cartoes em Tabela
      *>==================================

       8010-carregar-cadastro section.

           move 0 to ws-qtd-cadastro

           open input arq-cadastro

           if ws-fs-cadastro = "00"
               perform until ws-fs-cadastro = "10"
                   read arq-cadastro
                       at end
                           move "10" to ws-fs-cadastro
                       not at end
                           add 1 to ws-jor-lid-cadastro
                           if ws-qtd-cadastro < 200
                               add 1 to ws-qtd-cadastro
                               move reg-cadastro
                                 to ws-cad-item (ws-qtd-cadastro)
      *>---- registros anteriores a vigencia: sem modalidade e
      *>---- validos em qualquer concurso
                               if reg-cad-modalidade not numeric
                                   move 0
                                     to ws-cad-modalidade (ws-qtd-cadastro)
                               end-if
                               if reg-cad-conc-ini not numeric
                                   move 0
                                     to ws-cad-conc-ini (ws-qtd-cadastro)
                               end-if
                               if reg-cad-conc-fim not numeric
                               or reg-cad-conc-fim = 0
                                   move 99999
                                     to ws-cad-conc-fim (ws-qtd-cadastro)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close arq-cadastro

           .
       8010-carregar-cadastro-exit.
           exit.

      *>==================================
      *> Regrava o Cadastro Completo a partir da Tabela
      *>==================================

       8020-gravar-cadastro section.

           open output arq-cadastro

           if ws-fs-cadastro not = "00" and ws-fs-cadastro not = "05"
               display "Aviso: CADCART.DAT nao pode ser gravado "
                       "(status " ws-fs-cadastro ")."
           else
               perform varying ws-idx-cadastro from 1 by 1
                       until ws-idx-cadastro > ws-qtd-cadastro
                   move ws-cad-item (ws-idx-cadastro) to reg-cadastro
                   write reg-cadastro
                   add 1 to ws-jor-grv-cadastro
               end-perform
           end-if
           close arq-cadastro

           .
       8020-gravar-cadastro-exit.
           exit.

      *>==================================
      *> Inclui um Cartao no Cadastro com o Proximo ID Livre
      *>==================================

       8030-registrar-cartao-cadastro section.

           move 0 to ws-cad-prox-id
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) > ws-cad-prox-id
                   move ws-cad-id (ws-idx-cadastro) to ws-cad-prox-id
               end-if
           end-perform
           add 1 to ws-cad-prox-id

           if ws-qtd-cadastro < 200
               add 1 to ws-qtd-cadastro
               move ws-cad-prox-id      to ws-cad-id (ws-qtd-cadastro)
               move ws-cad-dono-novo    to ws-cad-dono (ws-qtd-cadastro)
               move function current-date (1:8)
                 to ws-cad-data (ws-qtd-cadastro)
               move "A"                 to ws-cad-status (ws-qtd-cadastro)
               move ws-cad-modalidade-novo
                 to ws-cad-modalidade (ws-qtd-cadastro)
               move ws-cad-conc-ini-novo
                 to ws-cad-conc-ini (ws-qtd-cadastro)
               move ws-cad-conc-fim-novo
                 to ws-cad-conc-fim (ws-qtd-cadastro)
           else
               display "Aviso: cadastro de cartoes cheio (200 entradas); "
                       "cartao nao registrado."
           end-if

           .
       8030-registrar-cartao-cadastro-exit.
           exit.

      *>==================================
      *> Lista o Cadastro de Cartoes
      *>==================================

       8040-listar-cadastro section.

           display " "
           display "=== Cartoes Cadastrados: " ws-qtd-cadastro " ==="

           if ws-qtd-cadastro = 0
               display "Nenhum cartao cadastrado ainda."
           else
               perform varying ws-idx-cadastro from 1 by 1
                       until ws-idx-cadastro > ws-qtd-cadastro
                   display "Cartao " ws-cad-id (ws-idx-cadastro)
                           " - Dono: " ws-cad-dono (ws-idx-cadastro)
                           " - Criado em " ws-cad-data (ws-idx-cadastro)
                           " - Status: " ws-cad-status (ws-idx-cadastro)
                   if ws-cad-modalidade (ws-idx-cadastro) = 0
                       display "   Modalidade: qualquer - sem vigencia"
                   else
                       display "   Modalidade: "
                               ws-cad-modalidade (ws-idx-cadastro)
                               " - Concursos " ws-cad-conc-ini (ws-idx-cadastro)
                               " a " ws-cad-conc-fim (ws-idx-cadastro)
                   end-if
               end-perform
               display "(Status A = ativo, I = inativo; cartoes inativos "
                       "sao ignorados nas opcoes 3, 4 e 9.)"
               display "(Cartoes com modalidade so entram nas corridas "
                       "dessa modalidade; concurso final 99999 = sem "
                       "limite.)"
           end-if

           .
       8040-listar-cadastro-exit.
           exit.

      *>==================================
      *> Desativa ou Reativa um Cartao pelo ID
      *> (ws-cad-status-busca traz o status desejado)
      *>==================================

       8050-alterar-status-cartao section.

           display "Informe o ID do cartao: "
           accept ws-cad-id-busca

           move 0 to ws-cad-achado
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) = ws-cad-id-busca
                   move ws-idx-cadastro to ws-cad-achado
               end-if
           end-perform

           if ws-cad-achado = 0
               display "Cartao " ws-cad-id-busca " nao encontrado no cadastro."
           else
               move ws-cad-status-busca to ws-cad-status (ws-cad-achado)
               perform 8020-gravar-cadastro
               if ws-cad-status-busca = "I"
                   display "Cartao " ws-cad-id-busca " desativado."
               else
                   display "Cartao " ws-cad-id-busca " reativado."
               end-if
           end-if

           .
       8050-alterar-status-cartao-exit.
           exit.

      *>==================================
      *> Consulta o Status do Cartao Corrente (ws-cartao-id)
      *> Cartao fora do cadastro eh tratado como ativo, de qualquer
      *> modalidade e sem limite de concursos; so vale para linhas ja
      *> aceitas pelo 7300-validar-apostas, que rejeita (codigo 02)
      *> cartao ausente do cadastro
      *>==================================

       8060-verificar-cartao-ativo section.

           move "A"   to ws-cad-status-busca
           move 0     to ws-cad-modalidade-busca
           move 0     to ws-cad-conc-ini-busca
           move 99999 to ws-cad-conc-fim-busca

           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) = ws-cartao-id
                   move ws-cad-status (ws-idx-cadastro)
                     to ws-cad-status-busca
                   move ws-cad-modalidade (ws-idx-cadastro)
                     to ws-cad-modalidade-busca
                   move ws-cad-conc-ini (ws-idx-cadastro)
                     to ws-cad-conc-ini-busca
                   move ws-cad-conc-fim (ws-idx-cadastro)
                     to ws-cad-conc-fim-busca
               end-if
           end-perform

           .
       8060-verificar-cartao-ativo-exit.
           exit.

      *>==================================
      *> Pede a Modalidade e a Vigencia (primeiro e ultimo concurso)
      *> de um Cartao - teimosinha
      *>==================================

       8070-obter-vigencia-cartao section.

           display "Modalidade do cartao (codigo em MODALIDADES.DAT): "
           accept ws-cad-modalidade-novo
           move ws-cad-modalidade-novo to ws-mod-cod-busca
           perform 8640-localizar-modalidade
           perform until ws-mod-achada > 0
               display "Modalidade nao cadastrada. Informe o codigo de "
                       "uma modalidade cadastrada: "
               accept ws-cad-modalidade-novo
               move ws-cad-modalidade-novo to ws-mod-cod-busca
               perform 8640-localizar-modalidade
           end-perform

           display "Primeiro concurso da vigencia (0 = desde ja): "
           accept ws-cad-conc-ini-novo
           display "Ultimo concurso da vigencia (0 = sem limite): "
           accept ws-cad-conc-fim-novo
           if ws-cad-conc-fim-novo = 0
               move 99999 to ws-cad-conc-fim-novo
           end-if
           perform until ws-cad-conc-fim-novo >= ws-cad-conc-ini-novo
               display "O ultimo concurso nao pode ser anterior ao "
                       "primeiro (" ws-cad-conc-ini-novo "). Informe "
                       "novamente (0 = sem limite): "
               accept ws-cad-conc-fim-novo
               if ws-cad-conc-fim-novo = 0
                   move 99999 to ws-cad-conc-fim-novo
               end-if
           end-perform

           .
       8070-obter-vigencia-cartao-exit.
           exit.

      *>==================================
      *> Altera a Modalidade e a Vigencia de um Cartao pelo ID
      *> (renovacao da teimosinha)
      *>==================================

       8075-alterar-vigencia-cartao section.

           display "Informe o ID do cartao: "
           accept ws-cad-id-busca

           move 0 to ws-cad-achado
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) = ws-cad-id-busca
                   move ws-idx-cadastro to ws-cad-achado
               end-if
           end-perform

           if ws-cad-achado = 0
               display "Cartao " ws-cad-id-busca " nao encontrado no cadastro."
           else
               display "Vigencia atual: modalidade "
                       ws-cad-modalidade (ws-cad-achado)
                       " - concursos " ws-cad-conc-ini (ws-cad-achado)
                       " a " ws-cad-conc-fim (ws-cad-achado)
               perform 8070-obter-vigencia-cartao
               move ws-cad-modalidade-novo
                 to ws-cad-modalidade (ws-cad-achado)
               move ws-cad-conc-ini-novo to ws-cad-conc-ini (ws-cad-achado)
               move ws-cad-conc-fim-novo to ws-cad-conc-fim (ws-cad-achado)
               perform 8020-gravar-cadastro
               display "Cartao " ws-cad-id-busca " vinculado a modalidade "
                       ws-cad-modalidade-novo " - concursos "
                       ws-cad-conc-ini-novo " a " ws-cad-conc-fim-novo "."
           end-if

           .
       8075-alterar-vigencia-cartao-exit.
           exit.

      *>==================================
      *> Relatorio de Vigencia: cartoes que vencem nos proximos N
      *> concursos e cartoes ja vencidos (proximo concurso = marca
      *> d'agua da modalidade em CONTROLE.DAT + 1)
      *>==================================

       8080-relatorio-vigencia section.

           if ws-modo-batch = "S"
               move ws-freq-simulacoes to ws-vig-horizonte
           else
               display "Horizonte do aviso em concursos (0 = 5): "
               accept ws-vig-horizonte
           end-if
           if ws-vig-horizonte = 0
               move 5 to ws-vig-horizonte
           end-if

           perform 8010-carregar-cadastro
           perform 8300-carregar-controle

           move 0 to ws-vig-cont-vencer
           move 0 to ws-vig-cont-vencidos
           move 0 to ws-vig-cont-sem-vinculo
           move 0 to ws-vig-cont-vigentes

           display " "
           display "====================================================="
           display "===     Vigencia dos Cartoes (teimosinha)         ==="
           display "====================================================="
           display "Aviso de vencimento: proximos " ws-vig-horizonte
                   " concursos."

           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-status (ws-idx-cadastro) = "A"
                   if ws-cad-modalidade (ws-idx-cadastro) = 0
                       add 1 to ws-vig-cont-sem-vinculo
                   else
                       perform 8085-avaliar-vigencia-cartao
                   end-if
               end-if
           end-perform

           display " "
           display "Cartoes a vencer: " ws-vig-cont-vencer
           display "Cartoes vencidos: " ws-vig-cont-vencidos
           display "Cartoes vigentes fora do aviso: " ws-vig-cont-vigentes
           if ws-vig-cont-sem-vinculo > 0
               display "Cartoes sem modalidade/vigencia (aceitos em "
                       "qualquer modalidade): " ws-vig-cont-sem-vinculo
               display "Use a opcao 5 do cadastro para vincula-los."
           end-if
           if ws-vig-cont-vencer > 0 or ws-vig-cont-vencidos > 0
               display "Renove pela opcao 5 do cadastro (Alterar "
                       "Modalidade/Vigencia)."
           end-if

           .
       8080-relatorio-vigencia-exit.
           exit.

      *>==================================
      *> Classifica a Vigencia de um Cartao Ativo (ws-idx-cadastro)
      *>==================================

       8085-avaliar-vigencia-cartao section.

           compute ws-vig-proximo =
               ws-ctl-ultimo (ws-cad-modalidade (ws-idx-cadastro)) + 1

           move spaces to ws-vig-situacao
           move 0      to ws-vig-restantes

           evaluate true
               when ws-cad-conc-fim (ws-idx-cadastro) = 99999
                   add 1 to ws-vig-cont-vigentes
               when ws-cad-conc-fim (ws-idx-cadastro) < ws-vig-proximo
                   add 1 to ws-vig-cont-vencidos
                   move "VENCIDO" to ws-vig-situacao
               when other
                   compute ws-vig-restantes =
                       ws-cad-conc-fim (ws-idx-cadastro)
                       - ws-vig-proximo + 1
                   if ws-vig-restantes <= ws-vig-horizonte
                       add 1 to ws-vig-cont-vencer
                       move "A VENCER" to ws-vig-situacao
                   else
                       add 1 to ws-vig-cont-vigentes
                   end-if
           end-evaluate

           if ws-vig-situacao not = spaces
               move ws-cad-modalidade (ws-idx-cadastro) to ws-mod-cod-busca
               perform 8640-localizar-modalidade
               display " "
               display ws-vig-situacao " - Cartao "
                       ws-cad-id (ws-idx-cadastro) " - "
                       function trim (ws-cad-dono (ws-idx-cadastro))
               if ws-mod-achada > 0
                   display "   Modalidade: "
                           function trim (ws-modl-nome (ws-mod-achada))
                           " - concursos " ws-cad-conc-ini (ws-idx-cadastro)
                           " a " ws-cad-conc-fim (ws-idx-cadastro)
               else
                   display "   Modalidade: "
                           ws-cad-modalidade (ws-idx-cadastro)
                           " (nao cadastrada) - concursos "
                           ws-cad-conc-ini (ws-idx-cadastro)
                           " a " ws-cad-conc-fim (ws-idx-cadastro)
               end-if
               display "   Proximo concurso: " ws-vig-proximo
                       " - Concursos restantes: " ws-vig-restantes
           end-if

           .
       8085-avaliar-vigencia-cartao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>            Livro Financeiro dos Cartoes (LIVRO.DAT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Abre o Livro para a Corrida Corrente (conferencia,
      *> backtest ou resultados oficiais)
      *>==================================

       8100-abrir-livro section.

           move "N" to ws-livro-aberto

           open extend arq-livro
           if ws-fs-livro = "35" then
               open output arq-livro
           end-if

           if ws-fs-livro = "00" or ws-fs-livro = "05"
               move "S" to ws-livro-aberto
           else
               display "Aviso: LIVRO.DAT nao pode ser gravado "
                       "(status " ws-fs-livro "); corrida sem lancamentos."
           end-if

           .
       8100-abrir-livro-exit.
           exit.

      *>==================================
      *> Grava um Lancamento montado nas variaveis ws-liv-*
      *>==================================

       8110-gravar-lancamento section.

           if ws-livro-aberto = "S"
               move ws-modalidade   to reg-liv-modalidade
               move ws-liv-cartao   to reg-liv-cartao
               move ws-liv-concurso to reg-liv-concurso
               move ws-liv-origem   to reg-liv-origem
               move ws-liv-faixa    to reg-liv-faixa
               move ws-liv-valor    to reg-liv-valor
               move function current-date (1:8) to reg-liv-data
               write reg-livro
               add 1 to ws-jor-grv-livro
           end-if

           .
       8110-gravar-lancamento-exit.
           exit.

      *>==================================
      *> Debita a Aposta do Cartao Corrente (ws-liv-cartao)
      *>==================================

       8115-debitar-cartao section.

      *>---- aposta multipla: preco do jogo simples x jogos do cartao
      *>---- (ws-comb-qtd, calculado pelo 6020)
           compute ws-liv-valor = ws-preco-cartao * ws-comb-qtd
           add ws-liv-valor to ws-prc-debito-total

           if ws-livro-aberto = "S"
               move "D"            to reg-liv-tipo
               move spaces         to ws-liv-faixa
               perform 8110-gravar-lancamento
           end-if

           .
       8115-debitar-cartao-exit.
           exit.

      *>==================================
      *> Valor do Premio da Faixa Detectada (ws-liv-faixa) pela
      *> tabela de premios da modalidade, multiplicado pelos jogos
      *> simples premiados nela (ws-comb-premiadas)
      *>==================================

       8117-valorizar-faixa section.

      *>---- GANHADOR e faixas fora da tabela: maior premio ----
           move ws-fx-valor (ws-qtd-faixas) to ws-liv-valor
           perform varying ws-idx-faixa from 1 by 1
                   until ws-idx-faixa > ws-qtd-faixas
               if ws-liv-faixa = ws-fx-nome (ws-idx-faixa)
                   move ws-fx-valor (ws-idx-faixa) to ws-liv-valor
               end-if
           end-perform
           compute ws-liv-valor = ws-liv-valor * ws-comb-premiadas

           .
       8117-valorizar-faixa-exit.
           exit.

      *>==================================
      *> Credita o Premio da Faixa Detectada (ws-liv-faixa)
      *> usando a tabela de premios da modalidade
      *>==================================

       8118-creditar-faixa section.

           perform 8117-valorizar-faixa

           if ws-livro-aberto = "S"
               move "C" to reg-liv-tipo
               perform 8110-gravar-lancamento
           end-if

           .
       8118-creditar-faixa-exit.
           exit.

      *>==================================
      *> Fecha o Livro ao Final da Corrida
      *>==================================

       8130-fechar-livro section.

           if ws-livro-aberto = "S"
               close arq-livro
               move "N" to ws-livro-aberto
           end-if

           .
       8130-fechar-livro-exit.
           exit.

      *>==================================
      *> Extrato Financeiro por Cartao e por Modalidade
      *>==================================

       8150-extrato-financeiro section.

           move 0 to ws-qtd-ext-cartoes
           move 0 to ws-cont-lanc-livro
           perform varying ws-idx-ext from 1 by 1 until ws-idx-ext > 9
               move 0 to ws-extm-debito   (ws-idx-ext)
               move 0 to ws-extm-credito  (ws-idx-ext)
               move 0 to ws-extm-abertura (ws-idx-ext)
           end-perform

      *>---- havendo mes fechado, o extrato pode partir do saldo
      *>---- fechado e ler so o periodo aberto (no batch, sempre)
           move "N" to ws-ext-desde-fechamento
           perform 8191-carregar-ultimo-fechamento
           if ws-lme-ultimo-periodo > 0
               if ws-modo-batch = "S"
                   move "S" to ws-ext-desde-fechamento
               else
                   display " "
                   display "Ultimo mes fechado: " ws-lme-ultimo-periodo
                   display "Extrato so do periodo aberto, a partir do "
                           "saldo fechado? (S/N): "
                   accept ws-lme-resp
                   move function upper-case (ws-lme-resp) to ws-lme-resp
                   if ws-lme-resp = "S"
                       move "S" to ws-ext-desde-fechamento
                   end-if
               end-if
           end-if
           if ws-ext-desde-fechamento = "S"
               perform 8199-carregar-abertura-extrato
           end-if

           open input arq-livro

           if ws-fs-livro not = "00"
               display " "
               display "Arquivo LIVRO.DAT nao encontrado ou nao pode ser "
                       "aberto. Rode as opcoes 3, 4 ou 9 para gerar "
                       "lancamentos."
               close arq-livro
           else
               display " "
               display "====================================================="
               display "===        Extrato Financeiro (LIVRO.DAT)        ==="
               display "====================================================="
               if ws-ext-desde-fechamento = "S"
                   display "Periodo aberto: lancamentos posteriores ao mes "
                           ws-lme-ultimo-periodo
               end-if
               display "Creditos lancados (concurso/sorteio de cada premio):"

               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           move reg-liv-data (1:6) to ws-lme-periodo-liv
                           if ws-ext-desde-fechamento not = "S"
                           or ws-lme-periodo-liv > ws-lme-ultimo-periodo
                               add 1 to ws-cont-lanc-livro
                               perform 8160-acumular-lancamento
                           end-if
                   end-read
               end-perform
               close arq-livro

               display " "
               display "Lancamentos lidos: " ws-cont-lanc-livro

               if ws-qtd-ext-cartoes = 0
                   display "Nenhum cartao com lancamentos no livro."
               else
                   display " "
                   display "--- Resultado por cartao ---"
                   perform varying ws-idx-ext from 1 by 1
                           until ws-idx-ext > ws-qtd-ext-cartoes
                       perform 8170-listar-saldo-cartao
                   end-perform

                   display " "
                   display "--- Resultado por modalidade ---"
                   perform varying ws-idx-ext from 1 by 1
                           until ws-idx-ext > 9
                       perform 8180-listar-saldo-modalidade
                   end-perform
               end-if
           end-if

           .
       8150-extrato-financeiro-exit.
           exit.

      *>==================================
      *> Acumula um Lancamento do Livro nos Totais do Extrato
      *> e Lista os Creditos Individuais
      *>==================================

       8160-acumular-lancamento section.

           move 0 to ws-ext-achado
           perform varying ws-idx-ext from 1 by 1
                   until ws-idx-ext > ws-qtd-ext-cartoes
               if ws-ext-id (ws-idx-ext) = reg-liv-cartao
                   move ws-idx-ext to ws-ext-achado
               end-if
           end-perform

           if ws-ext-achado = 0
           and ws-qtd-ext-cartoes < 200
               add 1 to ws-qtd-ext-cartoes
               move ws-qtd-ext-cartoes to ws-ext-achado
               move reg-liv-cartao to ws-ext-id (ws-ext-achado)
               move 0 to ws-ext-debito   (ws-ext-achado)
               move 0 to ws-ext-credito  (ws-ext-achado)
               move 0 to ws-ext-pendente (ws-ext-achado)
               move 0 to ws-ext-abertura (ws-ext-achado)
           end-if

      *>---- estorno (origem E) anula um lancamento do mesmo tipo ----
           if ws-ext-achado > 0
               evaluate true
                   when reg-liv-origem = "E" and reg-liv-tipo = "D"
                       subtract reg-liv-valor
                           from ws-ext-debito (ws-ext-achado)
                   when reg-liv-origem = "E"
                       subtract reg-liv-valor
                           from ws-ext-credito (ws-ext-achado)
                   when reg-liv-tipo = "D"
                       add reg-liv-valor to ws-ext-debito (ws-ext-achado)
                   when other
                       add reg-liv-valor to ws-ext-credito (ws-ext-achado)
               end-evaluate
           end-if

           if reg-liv-modalidade >= 1 and reg-liv-modalidade <= 9
               evaluate true
                   when reg-liv-origem = "E" and reg-liv-tipo = "D"
                       subtract reg-liv-valor
                           from ws-extm-debito (reg-liv-modalidade)
                   when reg-liv-origem = "E"
                       subtract reg-liv-valor
                           from ws-extm-credito (reg-liv-modalidade)
                   when reg-liv-tipo = "D"
                       add reg-liv-valor
                         to ws-extm-debito (reg-liv-modalidade)
                   when other
                       add reg-liv-valor
                         to ws-extm-credito (reg-liv-modalidade)
               end-evaluate
           end-if

           if ws-ext-detalhar = "S"
               move reg-liv-valor to ws-ext-valor-ed
               if reg-liv-origem = "E"
                   display "  Estorno (" reg-liv-tipo ") Cartao "
                           reg-liv-cartao
                           " - Concurso " reg-liv-concurso
                           " - " reg-liv-faixa
                           " - R$ " ws-ext-valor-ed
                           " em " reg-liv-data
               else
                   if reg-liv-tipo = "C"
                       display "  Cartao " reg-liv-cartao
                               " - Concurso/Sorteio " reg-liv-concurso
                               " - " reg-liv-faixa
                               " - R$ " ws-ext-valor-ed
                               " (" reg-liv-origem ") em " reg-liv-data
                   end-if
               end-if
           end-if

           .
       8160-acumular-lancamento-exit.
           exit.

      *>==================================
      *> Linha do Extrato de um Cartao
      *>==================================

       8170-listar-saldo-cartao section.

           compute ws-ext-saldo =
               ws-ext-abertura (ws-idx-ext)
               + ws-ext-credito (ws-idx-ext) - ws-ext-debito (ws-idx-ext)

           display "Cartao " ws-ext-id (ws-idx-ext) ":"
      *>---- no periodo aberto o movimento pode ficar negativo (estorno
      *>---- de lancamento de mes fechado): valores com sinal
           if ws-ext-desde-fechamento = "S"
               move ws-ext-abertura (ws-idx-ext) to ws-ext-saldo-ed
               display "   Saldo fechado em " ws-lme-ultimo-periodo
                       ": R$ " ws-ext-saldo-ed
               move ws-ext-debito (ws-idx-ext) to ws-ext-saldo-ed
               display "   Apostado no periodo: R$ " ws-ext-saldo-ed
               move ws-ext-credito (ws-idx-ext) to ws-ext-saldo-ed
               display "   Retornado no periodo: R$ " ws-ext-saldo-ed
               move ws-ext-saldo to ws-ext-saldo-ed
               display "   Saldo atual: R$ " ws-ext-saldo-ed
           else
               move ws-ext-saldo to ws-ext-saldo-ed
               move ws-ext-debito (ws-idx-ext) to ws-ext-valor-ed
               display "   Apostado: R$ " ws-ext-valor-ed
               move ws-ext-credito (ws-idx-ext) to ws-ext-valor-ed
               display "   Retornado: R$ " ws-ext-valor-ed
               display "   Resultado liquido: R$ " ws-ext-saldo-ed
           end-if

           .
       8170-listar-saldo-cartao-exit.
           exit.

      *>==================================
      *> Linha do Extrato de uma Modalidade (se movimentada)
      *>==================================

       8180-listar-saldo-modalidade section.

           if ws-extm-debito (ws-idx-ext) not = 0
           or ws-extm-credito (ws-idx-ext) not = 0
           or ws-extm-abertura (ws-idx-ext) not = 0
               compute ws-ext-saldo =
                   ws-extm-abertura (ws-idx-ext)
                   + ws-extm-credito (ws-idx-ext)
                   - ws-extm-debito (ws-idx-ext)
               display "Modalidade " ws-idx-ext ":"
               if ws-ext-desde-fechamento = "S"
                   move ws-extm-abertura (ws-idx-ext) to ws-ext-saldo-ed
                   display "   Saldo fechado em " ws-lme-ultimo-periodo
                           ": R$ " ws-ext-saldo-ed
                   move ws-extm-debito (ws-idx-ext) to ws-ext-saldo-ed
                   display "   Apostado no periodo: R$ " ws-ext-saldo-ed
                   move ws-extm-credito (ws-idx-ext) to ws-ext-saldo-ed
                   display "   Retornado no periodo: R$ " ws-ext-saldo-ed
                   move ws-ext-saldo to ws-ext-saldo-ed
                   display "   Saldo atual: R$ " ws-ext-saldo-ed
               else
                   move ws-ext-saldo to ws-ext-saldo-ed
                   move ws-extm-debito (ws-idx-ext) to ws-ext-valor-ed
                   display "   Apostado: R$ " ws-ext-valor-ed
                   move ws-extm-credito (ws-idx-ext) to ws-ext-valor-ed
                   display "   Retornado: R$ " ws-ext-valor-ed
                   display "   Resultado liquido: R$ " ws-ext-saldo-ed
               end-if
           end-if

           .
       8180-listar-saldo-modalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>             Fechamento Mensal do Livro (LIVROMES.DAT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Fecha os Meses Pendentes do Livro em Sequencia: a partir do
      *> mes seguinte ao ultimo fechado (ou do primeiro mes com
      *> lancamentos), ate o mes corrente. No batch so fecha meses
      *> ja encerrados; na tela pede confirmacao mes a mes
      *>==================================

       8190-fechar-mes-livro section.

           move 0 to ws-lme-meses-fechados
           perform 8191-carregar-ultimo-fechamento
           move function current-date (1:6) to ws-lme-periodo-atual

           display " "
           display "====================================================="
           display "===    Fechamento Mensal do Livro (LIVROMES.DAT) ==="
           display "====================================================="

           if ws-lme-ultimo-periodo > 0
               display "Ultimo mes fechado: " ws-lme-ultimo-periodo
               move ws-lme-ultimo-periodo to ws-lme-periodo
               perform 8196-avancar-periodo
           else
               display "Nenhum mes fechado ate agora."
               perform 8197-primeiro-periodo-livro
           end-if

           if ws-lme-periodo = 0
               display "LIVRO.DAT sem lancamentos: nada a fechar."
               move "N" to ws-lme-continuar
           else
               move "S" to ws-lme-continuar
           end-if

           perform until ws-lme-continuar = "N"
               evaluate true
                   when ws-lme-periodo > ws-lme-periodo-atual
                       display "Nao ha mes pendente de fechamento."
                       move "N" to ws-lme-continuar
                   when ws-modo-batch = "S"
                   and ws-lme-periodo = ws-lme-periodo-atual
                       display "Mes corrente " ws-lme-periodo
                               " em aberto: no batch so se fecham meses "
                               "encerrados."
                       move "N" to ws-lme-continuar
                   when ws-modo-batch = "S"
                       perform 8193-fechar-periodo-livro
                   when other
                       display " "
                       display "Proximo mes a fechar: " ws-lme-periodo
                       if ws-lme-periodo = ws-lme-periodo-atual
                           display "Atencao: e o mes corrente. Depois de "
                                   "fechado, as opcoes 3, 4, 9 e J ficam "
                                   "recusadas ate o proximo mes."
                       end-if
                       display "Confirma o fechamento? (S/N): "
                       accept ws-lme-resp
                       move function upper-case (ws-lme-resp)
                         to ws-lme-resp
                       if ws-lme-resp = "S"
                           perform 8193-fechar-periodo-livro
                       else
                           move "N" to ws-lme-continuar
                       end-if
               end-evaluate

               if ws-lme-continuar = "S"
                   perform 8196-avancar-periodo
               end-if
           end-perform

           display " "
           display "Meses fechados nesta corrida: " ws-lme-meses-fechados

           .
       8190-fechar-mes-livro-exit.
           exit.

      *>==================================
      *> Carrega o Ultimo Mes Fechado (registro T) e os Saldos Finais
      *> de Cartoes e Modalidades Desse Mes, que Viram a Abertura
      *> do Periodo Seguinte
      *>==================================

       8191-carregar-ultimo-fechamento section.

           move 0 to ws-lme-ultimo-periodo
           move 0 to ws-lme-qtd-cartoes
           move 0 to ws-lme-tot-anterior
           perform varying ws-lme-idx from 1 by 1 until ws-lme-idx > 9
               move 0 to ws-lmem-saldo-anterior (ws-lme-idx)
           end-perform

           open input arq-livro-mes
           if ws-fs-livro-mes = "00"
               perform until ws-fs-livro-mes = "10"
                   read arq-livro-mes
                       at end
                           move "10" to ws-fs-livro-mes
                       not at end
                           add 1 to ws-jor-lid-livro-mes
                           if reg-lme-tipo = "T"
                           and reg-lme-periodo > ws-lme-ultimo-periodo
                               move reg-lme-periodo to ws-lme-ultimo-periodo
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro-mes

           if ws-lme-ultimo-periodo > 0
               open input arq-livro-mes
               if ws-fs-livro-mes = "00"
                   perform until ws-fs-livro-mes = "10"
                       read arq-livro-mes
                           at end
                               move "10" to ws-fs-livro-mes
                           not at end
                               add 1 to ws-jor-lid-livro-mes
                               if reg-lme-periodo = ws-lme-ultimo-periodo
                                   evaluate true
                                       when reg-lme-tipo = "C"
                                           move reg-lme-chave
                                             to ws-lme-cartao-busca
                                           perform 8198-localizar-cartao-mes
                                           if ws-lme-achado > 0
                                               move reg-lme-saldo-final
                                                 to ws-lme-saldo-anterior
                                                    (ws-lme-achado)
                                           end-if
                                       when reg-lme-tipo = "M"
                                       and reg-lme-chave >= 1
                                       and reg-lme-chave <= 9
                                           move reg-lme-saldo-final
                                             to ws-lmem-saldo-anterior
                                                (reg-lme-chave)
                                       when reg-lme-tipo = "T"
                                           move reg-lme-saldo-final
                                             to ws-lme-tot-anterior
                                   end-evaluate
                               end-if
                       end-read
                   end-perform
               else
                   display "Aviso: LIVROMES.DAT nao pode ser reaberto "
                           "(status " ws-fs-livro-mes "); saldos do "
                           "ultimo fechamento nao carregados."
               end-if
               close arq-livro-mes
           end-if

           .
       8191-carregar-ultimo-fechamento-exit.
           exit.

      *>==================================
      *> Recusa a Corrida que Lancaria no Livro (opcoes 3, 4, 9 e J)
      *> quando o Mes Corrente ja Esta Fechado
      *>==================================

       8192-verificar-periodo-aberto section.

           move "N" to ws-lme-mes-fechado
           perform 8191-carregar-ultimo-fechamento
           move function current-date (1:6) to ws-lme-periodo-atual

           if ws-lme-ultimo-periodo > 0
           and ws-lme-periodo-atual <= ws-lme-ultimo-periodo
               move "S" to ws-lme-mes-fechado
               move "RECUSADO" to ws-situacao-job
               display " "
               display "Mes " ws-lme-periodo-atual " ja fechado no livro "
                       "(LIVROMES.DAT, ultimo fechamento "
                       ws-lme-ultimo-periodo ")."
               display "Corrida recusada: os lancamentos cairiam em "
                       "periodo fechado."
           end-if

           .
       8192-verificar-periodo-aberto-exit.
           exit.

      *>==================================
      *> Fecha o Mes ws-lme-periodo: Soma o Movimento do Mes sobre a
      *> Abertura, Grava Cartoes, Modalidades e o Total (T) em
      *> LIVROMES.DAT e Rola os Saldos Finais para o Mes Seguinte
      *>==================================

       8193-fechar-periodo-livro section.

           move 0 to ws-lme-lancamentos
           move 0 to ws-lme-tot-debitos
           move 0 to ws-lme-tot-creditos
           perform varying ws-lme-idx from 1 by 1
                   until ws-lme-idx > ws-lme-qtd-cartoes
               move 0 to ws-lme-debito   (ws-lme-idx)
               move 0 to ws-lme-credito  (ws-lme-idx)
               move 0 to ws-lme-qtd-lanc (ws-lme-idx)
           end-perform
           perform varying ws-lme-idx from 1 by 1 until ws-lme-idx > 9
               move 0 to ws-lmem-debito   (ws-lme-idx)
               move 0 to ws-lmem-credito  (ws-lme-idx)
               move 0 to ws-lmem-qtd-lanc (ws-lme-idx)
           end-perform

           open input arq-livro
           if ws-fs-livro = "00"
               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           move reg-liv-data (1:6) to ws-lme-periodo-liv
                           if ws-lme-periodo-liv = ws-lme-periodo
                               perform 8194-acumular-lancamento-mes
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro

           open extend arq-livro-mes
           if ws-fs-livro-mes = "35" then
               open output arq-livro-mes
           end-if

           if ws-fs-livro-mes not = "00" and ws-fs-livro-mes not = "05"
               display "Aviso: LIVROMES.DAT nao pode ser gravado "
                       "(status " ws-fs-livro-mes "); mes " ws-lme-periodo
                       " nao fechado."
               move "ERRO" to ws-situacao-job
               move "N" to ws-lme-continuar
           else
               display " "
               display "--- Fechamento do mes " ws-lme-periodo " ---"
               display "Lancamentos do mes: " ws-lme-lancamentos

               move "Cartao" to ws-lme-rotulo
               perform varying ws-lme-idx from 1 by 1
                       until ws-lme-idx > ws-lme-qtd-cartoes
                   if ws-lme-saldo-anterior (ws-lme-idx) not = 0
                   or ws-lme-qtd-lanc (ws-lme-idx) > 0
                       move "C" to reg-lme-tipo
                       move ws-lme-id (ws-lme-idx) to reg-lme-chave
                       move ws-lme-saldo-anterior (ws-lme-idx)
                         to reg-lme-saldo-anterior
                       move ws-lme-debito (ws-lme-idx) to reg-lme-debitos
                       move ws-lme-credito (ws-lme-idx) to reg-lme-creditos
                       move ws-lme-qtd-lanc (ws-lme-idx)
                         to reg-lme-lancamentos
                       perform 8195-gravar-linha-mes
                       move ws-lme-saldo-final
                         to ws-lme-saldo-anterior (ws-lme-idx)
                   end-if
               end-perform

               move "Modalidade" to ws-lme-rotulo
               perform varying ws-lme-idx from 1 by 1 until ws-lme-idx > 9
                   if ws-lmem-saldo-anterior (ws-lme-idx) not = 0
                   or ws-lmem-qtd-lanc (ws-lme-idx) > 0
                       move "M" to reg-lme-tipo
                       move ws-lme-idx to reg-lme-chave
                       move ws-lmem-saldo-anterior (ws-lme-idx)
                         to reg-lme-saldo-anterior
                       move ws-lmem-debito (ws-lme-idx) to reg-lme-debitos
                       move ws-lmem-credito (ws-lme-idx)
                         to reg-lme-creditos
                       move ws-lmem-qtd-lanc (ws-lme-idx)
                         to reg-lme-lancamentos
                       perform 8195-gravar-linha-mes
                       move ws-lme-saldo-final
                         to ws-lmem-saldo-anterior (ws-lme-idx)
                   end-if
               end-perform

      *>---- o registro T grava por ultimo: so com ele o mes conta
      *>---- como fechado
               move "Total do mes" to ws-lme-rotulo
               move "T" to reg-lme-tipo
               move 0 to reg-lme-chave
               move ws-lme-tot-anterior to reg-lme-saldo-anterior
               move ws-lme-tot-debitos  to reg-lme-debitos
               move ws-lme-tot-creditos to reg-lme-creditos
               move ws-lme-lancamentos  to reg-lme-lancamentos
               perform 8195-gravar-linha-mes
               move ws-lme-saldo-final to ws-lme-tot-anterior

               close arq-livro-mes
               move ws-lme-periodo to ws-lme-ultimo-periodo
               add 1 to ws-lme-meses-fechados
               display "Mes " ws-lme-periodo " fechado."
           end-if

           .
       8193-fechar-periodo-livro-exit.
           exit.

      *>==================================
      *> Soma um Lancamento do Mes no Cartao, na Modalidade e no
      *> Total (estorno, origem E, anula um lancamento do mesmo tipo)
      *>==================================

       8194-acumular-lancamento-mes section.

           add 1 to ws-lme-lancamentos
           move reg-liv-cartao to ws-lme-cartao-busca
           perform 8198-localizar-cartao-mes

           evaluate true
               when reg-liv-origem = "E" and reg-liv-tipo = "D"
                   subtract reg-liv-valor from ws-lme-tot-debitos
               when reg-liv-origem = "E"
                   subtract reg-liv-valor from ws-lme-tot-creditos
               when reg-liv-tipo = "D"
                   add reg-liv-valor to ws-lme-tot-debitos
               when other
                   add reg-liv-valor to ws-lme-tot-creditos
           end-evaluate

           if ws-lme-achado > 0
               add 1 to ws-lme-qtd-lanc (ws-lme-achado)
               evaluate true
                   when reg-liv-origem = "E" and reg-liv-tipo = "D"
                       subtract reg-liv-valor
                           from ws-lme-debito (ws-lme-achado)
                   when reg-liv-origem = "E"
                       subtract reg-liv-valor
                           from ws-lme-credito (ws-lme-achado)
                   when reg-liv-tipo = "D"
                       add reg-liv-valor to ws-lme-debito (ws-lme-achado)
                   when other
                       add reg-liv-valor to ws-lme-credito (ws-lme-achado)
               end-evaluate
           end-if

           if reg-liv-modalidade >= 1 and reg-liv-modalidade <= 9
               add 1 to ws-lmem-qtd-lanc (reg-liv-modalidade)
               evaluate true
                   when reg-liv-origem = "E" and reg-liv-tipo = "D"
                       subtract reg-liv-valor
                           from ws-lmem-debito (reg-liv-modalidade)
                   when reg-liv-origem = "E"
                       subtract reg-liv-valor
                           from ws-lmem-credito (reg-liv-modalidade)
                   when reg-liv-tipo = "D"
                       add reg-liv-valor
                         to ws-lmem-debito (reg-liv-modalidade)
                   when other
                       add reg-liv-valor
                         to ws-lmem-credito (reg-liv-modalidade)
               end-evaluate
           end-if

           .
       8194-acumular-lancamento-mes-exit.
           exit.

      *>==================================
      *> Completa, Grava e Lista uma Linha do Fechamento
      *> (tipo, chave, abertura, movimento e lancamentos ja montados)
      *>==================================

       8195-gravar-linha-mes section.

           compute ws-lme-saldo-final =
               reg-lme-saldo-anterior + reg-lme-creditos - reg-lme-debitos
           move ws-lme-saldo-final to reg-lme-saldo-final
           move ws-lme-periodo     to reg-lme-periodo
           move function current-date (1:8) to reg-lme-data
           move ws-id-execucao     to reg-lme-execucao
           write reg-livro-mes
           add 1 to ws-jor-grv-livro-mes

           if reg-lme-tipo = "T"
               display function trim (ws-lme-rotulo) ":"
           else
               display function trim (ws-lme-rotulo) " " reg-lme-chave ":"
           end-if
           move reg-lme-saldo-anterior to ws-ext-saldo-ed
           display "   Saldo anterior: R$ " ws-ext-saldo-ed
           move reg-lme-debitos to ws-ext-saldo-ed
           display "   Apostado:       R$ " ws-ext-saldo-ed
           move reg-lme-creditos to ws-ext-saldo-ed
           display "   Retornado:      R$ " ws-ext-saldo-ed
           move ws-lme-saldo-final to ws-ext-saldo-ed
           display "   Saldo final:    R$ " ws-ext-saldo-ed

           .
       8195-gravar-linha-mes-exit.
           exit.

      *>==================================
      *> Avanca ws-lme-periodo (AAAAMM) para o Mes Seguinte
      *>==================================

       8196-avancar-periodo section.

           compute ws-lme-ano = ws-lme-periodo / 100
           compute ws-lme-mes = ws-lme-periodo - ws-lme-ano * 100
           add 1 to ws-lme-mes
           if ws-lme-mes > 12
               move 1 to ws-lme-mes
               add 1 to ws-lme-ano
           end-if
           compute ws-lme-periodo = ws-lme-ano * 100 + ws-lme-mes

           .
       8196-avancar-periodo-exit.
           exit.

      *>==================================
      *> Primeiro Mes com Lancamentos no Livro (0 se vazio)
      *>==================================

       8197-primeiro-periodo-livro section.

           move 0 to ws-lme-periodo

           open input arq-livro
           if ws-fs-livro = "00"
               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           move reg-liv-data (1:6) to ws-lme-periodo-liv
                           if ws-lme-periodo-liv > 0
                           and (ws-lme-periodo = 0
                                or ws-lme-periodo-liv < ws-lme-periodo)
                               move ws-lme-periodo-liv to ws-lme-periodo
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro

           .
       8197-primeiro-periodo-livro-exit.
           exit.

      *>==================================
      *> Localiza (ou Inclui) o Cartao ws-lme-cartao-busca na Tabela
      *> do Fechamento; ws-lme-achado = 0 se a tabela esta cheia
      *>==================================

       8198-localizar-cartao-mes section.

           move 0 to ws-lme-achado
           perform varying ws-lme-idx from 1 by 1
                   until ws-lme-idx > ws-lme-qtd-cartoes
               if ws-lme-id (ws-lme-idx) = ws-lme-cartao-busca
                   move ws-lme-idx to ws-lme-achado
               end-if
           end-perform

           if ws-lme-achado = 0
           and ws-lme-qtd-cartoes < 200
               add 1 to ws-lme-qtd-cartoes
               move ws-lme-qtd-cartoes to ws-lme-achado
               move ws-lme-cartao-busca to ws-lme-id (ws-lme-achado)
               move 0 to ws-lme-saldo-anterior (ws-lme-achado)
               move 0 to ws-lme-debito         (ws-lme-achado)
               move 0 to ws-lme-credito        (ws-lme-achado)
               move 0 to ws-lme-qtd-lanc       (ws-lme-achado)
           end-if

           .
       8198-localizar-cartao-mes-exit.
           exit.

      *>==================================
      *> Semeia o Extrato com os Saldos do Ultimo Fechamento
      *> (abertura por cartao e por modalidade)
      *>==================================

       8199-carregar-abertura-extrato section.

           move ws-lme-qtd-cartoes to ws-qtd-ext-cartoes
           perform varying ws-lme-idx from 1 by 1
                   until ws-lme-idx > ws-lme-qtd-cartoes
               move ws-lme-id (ws-lme-idx) to ws-ext-id (ws-lme-idx)
               move 0 to ws-ext-debito   (ws-lme-idx)
               move 0 to ws-ext-credito  (ws-lme-idx)
               move 0 to ws-ext-pendente (ws-lme-idx)
               move ws-lme-saldo-anterior (ws-lme-idx)
                 to ws-ext-abertura (ws-lme-idx)
           end-perform

           perform varying ws-lme-idx from 1 by 1 until ws-lme-idx > 9
               move ws-lmem-saldo-anterior (ws-lme-idx)
                 to ws-extm-abertura (ws-lme-idx)
           end-perform

           .
       8199-carregar-abertura-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>        Registro e Resgate de Premios Detectados (PREMIOS.DAT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Abre o Arquivo de Premios para a Corrida de Resultados
      *>==================================

       8210-abrir-premios section.

           move "N" to ws-premios-aberto

           open extend arq-premios
           if ws-fs-premios = "35" then
               open output arq-premios
           end-if

           if ws-fs-premios = "00" or ws-fs-premios = "05"
               move "S" to ws-premios-aberto
           else
               display "Aviso: PREMIOS.DAT nao pode ser gravado "
                       "(status " ws-fs-premios "); premios detectados "
                       "nao serao registrados."
           end-if

           .
       8210-abrir-premios-exit.
           exit.

      *>==================================
      *> Registra um Premio Pendente de Resgate
      *> (faixa em ws-liv-faixa, cartao em ws-liv-cartao,
      *>  concurso em ws-liv-concurso)
      *>==================================

       8220-gravar-premio section.

           if ws-gerar-premios = "S"
           and ws-premios-aberto = "S"
               move ws-modalidade   to reg-pre-modalidade
               move ws-liv-concurso to reg-pre-concurso
               move ws-liv-cartao   to reg-pre-cartao
               move ws-liv-faixa    to reg-pre-faixa
               move function current-date (1:8) to reg-pre-data
               move "P"             to reg-pre-situacao
               move ws-comb-premiadas to reg-pre-qtd
               move ws-liv-valor    to reg-pre-valor
               write reg-premio
               add 1 to ws-jor-grv-premios
               display "   *** Premio registrado: cartao " ws-liv-cartao
                       " - concurso " reg-pre-concurso
                       " - " reg-pre-qtd " x " ws-liv-faixa
                       " (pendente de resgate) ***"
           end-if

           .
       8220-gravar-premio-exit.
           exit.

      *>==================================
      *> Fecha o Arquivo de Premios
      *>==================================

       8230-fechar-premios section.

           if ws-premios-aberto = "S"
               close arq-premios
               move "N" to ws-premios-aberto
           end-if

           .
       8230-fechar-premios-exit.
           exit.

      *>==================================
      *> Relatorio de Premios Pendentes e Marcacao de Resgate
      *>==================================

       8200-relatorio-premios section.

           perform 8240-carregar-premios

           display " "
           display "====================================================="
           display "===      Premios Registrados (PREMIOS.DAT)        ==="
           display "====================================================="

           if ws-qtd-premios = 0
               display "Nenhum premio registrado. Premios sao gravados "
                       "pela opcao 9 quando um cartao atinge qualquer "
                       "faixa de premio em um concurso oficial."
           else
               perform 8250-ordenar-premios

               move 0 to ws-qtd-premios-pend
               display "Premios pendentes de resgate (por concurso):"
               perform varying ws-idx-premio from 1 by 1
                       until ws-idx-premio > ws-qtd-premios
                   if ws-pre-situacao (ws-idx-premio) = "P"
                       add 1 to ws-qtd-premios-pend
                       display "  Modalidade "
                               ws-pre-modalidade (ws-idx-premio)
                               " - Concurso "
                               ws-pre-concurso (ws-idx-premio)
                               " - Cartao " ws-pre-cartao (ws-idx-premio)
                               " - " ws-pre-qtd (ws-idx-premio)
                               " x " ws-pre-faixa (ws-idx-premio)
                               " - detectado em "
                               ws-pre-data (ws-idx-premio)
                   end-if
               end-perform
               display "Total pendente: " ws-qtd-premios-pend
                       " de " ws-qtd-premios " premio(s) listado(s)."

               if ws-qtd-premios-arq > ws-qtd-premios
                   display "Aviso: PREMIOS.DAT contem " ws-qtd-premios-arq
                           " premios; a listagem mostra apenas os 200 "
                           "primeiros. A marcacao de resgate alcanca o "
                           "arquivo inteiro."
               end-if

               if ws-modo-batch not = "S"
               and (ws-qtd-premios-pend > 0
                    or ws-qtd-premios-arq > ws-qtd-premios)
                   display " "
                   display "Deseja marcar um premio como resgatado? (S/N): "
                   accept ws-opcao-premios
                   perform until ws-opcao-premios = "S"
                              or ws-opcao-premios = "N"
                       display "Opcao invalida. Informe S ou N: "
                       accept ws-opcao-premios
                   end-perform
                   if ws-opcao-premios = "S"
                       perform 8260-marcar-premio-resgatado
                   end-if
               end-if
           end-if

           .
       8200-relatorio-premios-exit.
           exit.

      *>==================================
      *> Carrega PREMIOS.DAT em Tabela
      *>==================================

       8240-carregar-premios section.

           move 0 to ws-qtd-premios
           move 0 to ws-qtd-premios-arq

           open input arq-premios

           if ws-fs-premios = "00"
               perform until ws-fs-premios = "10"
                   read arq-premios
                       at end
                           move "10" to ws-fs-premios
                       not at end
                           add 1 to ws-jor-lid-premios
                           add 1 to ws-qtd-premios-arq
                           perform 8245-normalizar-premio
                           if ws-qtd-premios < 200
                               add 1 to ws-qtd-premios
                               move reg-premio
                                 to ws-pre-item (ws-qtd-premios)
                           end-if
                   end-read
               end-perform
           end-if
           close arq-premios

           .
       8240-carregar-premios-exit.
           exit.

      *>==================================
      *> Completa um Registro de Premio Gravado antes da Aposta
      *> Multipla (sem quantidade de jogos nem valor): vale 1 jogo,
      *> pelo valor de referencia da faixa na modalidade
      *>==================================

       8245-normalizar-premio section.

           if reg-pre-qtd is not numeric
               move 1 to reg-pre-qtd
           end-if

           if reg-pre-valor is not numeric
               move 0 to reg-pre-valor
               move reg-pre-modalidade to ws-mod-cod-busca
               perform 8640-localizar-modalidade
               if ws-mod-achada > 0
                   perform varying ws-idx-faixa from 1 by 1
                           until ws-idx-faixa
                              > ws-modl-qtd-faixas (ws-mod-achada)
                       if ws-modl-fx-nome (ws-mod-achada, ws-idx-faixa)
                          = reg-pre-faixa
                           compute reg-pre-valor = reg-pre-qtd
                               * ws-modl-fx-valor
                                 (ws-mod-achada, ws-idx-faixa)
                       end-if
                   end-perform
               end-if
           end-if

           .
       8245-normalizar-premio-exit.
           exit.

      *>==================================
      *> Ordena a Tabela de Premios por Concurso (troca simples)
      *>==================================

       8250-ordenar-premios section.

           perform varying ws-idx-premio from 1 by 1
                   until ws-idx-premio >= ws-qtd-premios
               perform varying ws-idx-premio-cmp from 1 by 1
                       until ws-idx-premio-cmp >= ws-qtd-premios
                   if ws-pre-concurso (ws-idx-premio-cmp)
                      > ws-pre-concurso (ws-idx-premio-cmp + 1)
                       move ws-pre-item (ws-idx-premio-cmp)
                         to ws-premio-troca
                       move ws-pre-item (ws-idx-premio-cmp + 1)
                         to ws-pre-item (ws-idx-premio-cmp)
                       move ws-premio-troca
                         to ws-pre-item (ws-idx-premio-cmp + 1)
                   end-if
               end-perform
           end-perform

           .
       8250-ordenar-premios-exit.
           exit.

      *>==================================
      *> Marca um Premio Pendente como Resgatado, copiando o arquivo
      *> inteiro registro a registro (PREMIOS.DAT pode passar do
      *> limite da tabela de listagem sem perder nenhum premio).
      *> Aposta multipla tem um premio por faixa no mesmo concurso:
      *> o operador escolhe a faixa ou resgata TODAS de uma vez
      *>==================================

       8260-marcar-premio-resgatado section.

           display "Informe a modalidade do premio: "
           accept ws-pre-modalidade-busca
           display "Informe o concurso do premio: "
           accept ws-pre-concurso-busca
           display "Informe o ID do cartao: "
           accept ws-pre-cartao-busca
           display "Informe a faixa (ex.: Quina) ou TODAS: "
           accept ws-pre-faixa-busca
           move function upper-case (ws-pre-faixa-busca)
             to ws-pre-faixa-busca

           if ws-pre-faixa-busca = "TODAS"
               move "S" to ws-pre-todas-faixas
           else
               move "N" to ws-pre-todas-faixas
           end-if

           move "N" to ws-premio-flip
           move 0   to ws-pre-qtd-marcados

           open input arq-premios
           if ws-fs-premios not = "00"
               display "PREMIOS.DAT nao pode ser aberto "
                       "(status " ws-fs-premios ")."
               close arq-premios
           else
               move "PREMIOS.TMP" to ws-nome-arquivo-morto
               open output arq-arquivo-morto

               if ws-fs-arquivo-morto not = "00"
               and ws-fs-arquivo-morto not = "05"
                   display "PREMIOS.TMP nao pode ser gravado (status "
                           ws-fs-arquivo-morto "); nenhum premio marcado."
                   close arq-arquivo-morto
                   close arq-premios
               else
                   perform until ws-fs-premios = "10"
                       read arq-premios
                           at end
                               move "10" to ws-fs-premios
                           not at end
                               add 1 to ws-jor-lid-premios
                               if (ws-premio-flip = "N"
                                   or ws-pre-todas-faixas = "S")
                               and reg-pre-modalidade = ws-pre-modalidade-busca
                               and reg-pre-concurso = ws-pre-concurso-busca
                               and reg-pre-cartao = ws-pre-cartao-busca
                               and reg-pre-situacao = "P"
                               and (ws-pre-todas-faixas = "S"
                                   or function upper-case (reg-pre-faixa)
                                      = ws-pre-faixa-busca)
                                   move "R" to reg-pre-situacao
                                   move "S" to ws-premio-flip
                                   add 1 to ws-pre-qtd-marcados
                               end-if
                               write reg-arquivo-morto from reg-premio
                               add 1 to ws-jor-grv-dinamicos
                       end-read
                   end-perform

                   close arq-arquivo-morto
                   close arq-premios

                   if ws-premio-flip = "N"
                       display "Nenhum premio pendente encontrado para a "
                               "modalidade " ws-pre-modalidade-busca
                               ", concurso " ws-pre-concurso-busca
                               ", cartao " ws-pre-cartao-busca
                               " e faixa "
                               function trim (ws-pre-faixa-busca) "."
                   else
                       perform 8270-regravar-premios
                       display ws-pre-qtd-marcados
                               " premio(s) da modalidade "
                               ws-pre-modalidade-busca
                               " - concurso " ws-pre-concurso-busca
                               " - cartao " ws-pre-cartao-busca
                               " - faixa " function trim (ws-pre-faixa-busca)
                               " marcado(s) como resgatado(s)."
                   end-if
               end-if
           end-if

           .
       8260-marcar-premio-resgatado-exit.
           exit.

      *>==================================
      *> Regrava PREMIOS.DAT a partir da Copia de Trabalho
      *> (PREMIOS.TMP) e Zera a Copia
      *>==================================

       8270-regravar-premios section.

           move "PREMIOS.TMP" to ws-nome-arquivo-morto
           open input arq-arquivo-morto
           if ws-fs-arquivo-morto not = "00"
               display "Aviso: PREMIOS.TMP nao pode ser lido (status "
                       ws-fs-arquivo-morto "); PREMIOS.DAT nao foi "
                       "regravado."
               close arq-arquivo-morto
           else
               open output arq-premios

               if ws-fs-premios not = "00" and ws-fs-premios not = "05"
                   display "Aviso: PREMIOS.DAT nao pode ser regravado "
                           "(status " ws-fs-premios "); a copia atualizada "
                           "ficou em PREMIOS.TMP."
                   close arq-arquivo-morto
                   close arq-premios
               else
                   perform until ws-fs-arquivo-morto = "10"
                       read arq-arquivo-morto into ws-premio-troca
                           at end
                               move "10" to ws-fs-arquivo-morto
                           not at end
                               add 1 to ws-jor-lid-dinamicos
                               write reg-premio from ws-premio-troca
                               add 1 to ws-jor-grv-premios
                       end-read
                   end-perform

                   close arq-arquivo-morto
                   close arq-premios

      *>---- zera o arquivo de trabalho apos a regravacao ----
                   open output arq-arquivo-morto
                   close arq-arquivo-morto
               end-if
           end-if

           .
       8270-regravar-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Processamento Incremental de Resultados Oficiais
      *>   (CONTROLE.DAT = marca d'agua; ACUMULADOS-n.DAT = totais)
      *>------------------------------------------------------------------------

      *>==================================
      *> Carrega a Marca d'Agua por Modalidade de CONTROLE.DAT
      *>==================================

       8300-carregar-controle section.

           perform varying ws-idx-ext from 1 by 1 until ws-idx-ext > 9
               move 0 to ws-ctl-ultimo (ws-idx-ext)
           end-perform

           open input arq-controle

           if ws-fs-controle = "00"
               perform until ws-fs-controle = "10"
                   read arq-controle
                       at end
                           move "10" to ws-fs-controle
                       not at end
                           add 1 to ws-jor-lid-controle
                           if reg-ctl-modalidade >= 1
                           and reg-ctl-modalidade <= 9
                               move reg-ctl-ultimo-concurso
                                 to ws-ctl-ultimo (reg-ctl-modalidade)
                           end-if
                   end-read
               end-perform
           end-if
           close arq-controle

           if ws-modalidade >= 1
               move ws-ctl-ultimo (ws-modalidade) to ws-ultimo-concurso
           else
               move 0 to ws-ultimo-concurso
           end-if

           .
       8300-carregar-controle-exit.
           exit.

      *>==================================
      *> Escolhe entre Corrida Incremental e Reconstrucao Completa
      *> (batch roda sempre incremental)
      *>==================================

       8305-escolher-modo-resultados section.

           move "S" to ws-modo-incremental

           if ws-modo-batch not = "S"
           and ws-ultimo-concurso > 0
               display " "
               display "Ultimo concurso ja processado da modalidade: "
                       ws-ultimo-concurso
               display "Processar apenas os concursos novos? "
                       "(S=incremental / N=reconstrucao completa): "
               accept ws-resp-incremental
               perform until ws-resp-incremental = "S"
                          or ws-resp-incremental = "N"
                   display "Opcao invalida. Informe S ou N: "
                   accept ws-resp-incremental
               end-perform
               move ws-resp-incremental to ws-modo-incremental

               if ws-modo-incremental = "N"
                   display "Reconstrucao completa: os acumulados da "
                           "modalidade serao refeitos do zero."
                   display "Atencao: debitos/creditos do livro e premios "
                           "ja registrados serao lancados novamente."
               end-if
           end-if

           .
       8305-escolher-modo-resultados-exit.
           exit.

      *>==================================
      *> Carrega os Acumulados Persistidos da Modalidade
      *> (frequencia, pares, atrasos, total e pontuacao dos cartoes)
      *>==================================

       8310-carregar-acumulados section.

           move spaces to ws-nome-acumulados
           string "ACUMULADOS-" delimited by size
                  ws-modalidade delimited by size
                  ".DAT" delimited by size
                  into ws-nome-acumulados
           end-string

           open input arq-acumulados

           if ws-fs-acumulados = "00"
               perform until ws-fs-acumulados = "10"
                   read arq-acumulados
                       at end
                           move "10" to ws-fs-acumulados
                       not at end
                           add 1 to ws-jor-lid-acumulados
                           perform 8315-aplicar-acumulado
                   end-read
               end-perform
           end-if
           close arq-acumulados

           .
       8310-carregar-acumulados-exit.
           exit.

      *>==================================
      *> Aplica um Registro de Acumulado nas Tabelas de Analise
      *>==================================

       8315-aplicar-acumulado section.

           evaluate reg-acu-tipo
               when "T"
                   move reg-acu-valor to ws-cont-resultados
               when "F"
                   if reg-acu-chave1 >= 1
                   and reg-acu-chave1 <= ws-faixa-max
                       move reg-acu-valor
                         to ws-freq-num (reg-acu-chave1)
                   end-if
               when "P"
                   if reg-acu-chave1 >= 1
                   and reg-acu-chave1 <= ws-faixa-max
                   and reg-acu-chave2 >= 1
                   and reg-acu-chave2 <= ws-faixa-max
                       move reg-acu-valor
                         to ws-pares-cont (reg-acu-chave1, reg-acu-chave2)
                   end-if
               when "A"
                   if reg-acu-chave1 >= 1
                   and reg-acu-chave1 <= ws-faixa-max
                       move reg-acu-valor
                         to ws-atraso-num (reg-acu-chave1)
                   end-if
               when "C"
                   move 0 to ws-acu-cartao-pos
                   perform varying ws-idx-cart-tab from 1 by 1
                           until ws-idx-cart-tab > ws-qtd-cartoes-tab
                       if ws-cart-id (ws-idx-cart-tab) = reg-acu-chave1
                           move ws-idx-cart-tab to ws-acu-cartao-pos
                       end-if
                   end-perform
                   if ws-acu-cartao-pos > 0
                       evaluate reg-acu-chave2
                           when 1
                               move reg-acu-valor
                                 to ws-bt-total-acertos (ws-acu-cartao-pos)
      *>---- acumulados antigos nao tem a chave 8: o cartao
      *>---- concorreu em todos os concursos
                               move ws-cont-resultados
                                 to ws-bt-concursos (ws-acu-cartao-pos)
                           when 2
                               move reg-acu-valor
                                 to ws-bt-melhor (ws-acu-cartao-pos)
                           when 3 thru 7
                               move reg-acu-valor
                                 to ws-bt-faixa (ws-acu-cartao-pos,
                                                 reg-acu-chave2 - 2)
                           when 8
                               move reg-acu-valor
                                 to ws-bt-concursos (ws-acu-cartao-pos)
                       end-evaluate
                   end-if
           end-evaluate

           .
       8315-aplicar-acumulado-exit.
           exit.

      *>==================================
      *> Regrava CONTROLE.DAT com as Marcas d'Agua Atuais
      *>==================================

       8320-gravar-controle section.

           open output arq-controle

           if ws-fs-controle not = "00" and ws-fs-controle not = "05"
               display "Aviso: CONTROLE.DAT nao pode ser gravado "
                       "(status " ws-fs-controle ")."
           else
               perform varying ws-idx-ext from 1 by 1 until ws-idx-ext > 9
                   move ws-idx-ext               to reg-ctl-modalidade
                   move ws-ctl-ultimo (ws-idx-ext)
                     to reg-ctl-ultimo-concurso
                   write reg-controle
                   add 1 to ws-jor-grv-controle
               end-perform
           end-if
           close arq-controle

           .
       8320-gravar-controle-exit.
           exit.

      *>==================================
      *> Regrava os Acumulados da Modalidade a partir das Tabelas
      *>==================================

       8330-gravar-acumulados section.

           move spaces to ws-nome-acumulados
           string "ACUMULADOS-" delimited by size
                  ws-modalidade delimited by size
                  ".DAT" delimited by size
                  into ws-nome-acumulados
           end-string

           open output arq-acumulados

           if ws-fs-acumulados not = "00" and ws-fs-acumulados not = "05"
               display "Aviso: " function trim (ws-nome-acumulados)
                       " nao pode ser gravado (status "
                       ws-fs-acumulados ")."
           else
               move "T" to reg-acu-tipo
               move 0   to reg-acu-chave1
               move 0   to reg-acu-chave2
               move ws-cont-resultados to reg-acu-valor
               write reg-acumulado
               add 1 to ws-jor-grv-acumulados

               move "F" to reg-acu-tipo
               move 0   to reg-acu-chave2
               perform varying ws-freq-j from 1 by 1
                       until ws-freq-j > ws-faixa-max
                   move ws-freq-j              to reg-acu-chave1
                   move ws-freq-num (ws-freq-j) to reg-acu-valor
                   write reg-acumulado
                   add 1 to ws-jor-grv-acumulados
               end-perform

               move "P" to reg-acu-tipo
               perform varying ws-pares-i from 1 by 1
                       until ws-pares-i > ws-faixa-max
                   perform varying ws-pares-j from ws-pares-i by 1
                           until ws-pares-j > ws-faixa-max
                       if ws-pares-cont (ws-pares-i, ws-pares-j) > 0
                           move ws-pares-i to reg-acu-chave1
                           move ws-pares-j to reg-acu-chave2
                           move ws-pares-cont (ws-pares-i, ws-pares-j)
                             to reg-acu-valor
                           write reg-acumulado
                           add 1 to ws-jor-grv-acumulados
                       end-if
                   end-perform
               end-perform

               move "A" to reg-acu-tipo
               move 0   to reg-acu-chave2
               perform varying ws-atraso-j from 1 by 1
                       until ws-atraso-j > ws-faixa-max
                   move ws-atraso-j to reg-acu-chave1
                   move ws-atraso-num (ws-atraso-j) to reg-acu-valor
                   write reg-acumulado
                   add 1 to ws-jor-grv-acumulados
               end-perform

               move "C" to reg-acu-tipo
               perform varying ws-idx-cart-tab from 1 by 1
                       until ws-idx-cart-tab > ws-qtd-cartoes-tab
                   move ws-cart-id (ws-idx-cart-tab) to reg-acu-chave1
                   move 1 to reg-acu-chave2
                   move ws-bt-total-acertos (ws-idx-cart-tab)
                     to reg-acu-valor
                   write reg-acumulado
                   add 1 to ws-jor-grv-acumulados
                   move 2 to reg-acu-chave2
                   move ws-bt-melhor (ws-idx-cart-tab) to reg-acu-valor
                   write reg-acumulado
                   add 1 to ws-jor-grv-acumulados
                   perform varying ws-idx-faixa from 1 by 1
                           until ws-idx-faixa > 5
                       compute reg-acu-chave2 = ws-idx-faixa + 2
                       move ws-bt-faixa (ws-idx-cart-tab, ws-idx-faixa)
                         to reg-acu-valor
                       write reg-acumulado
                       add 1 to ws-jor-grv-acumulados
                   end-perform
                   move 8 to reg-acu-chave2
                   move ws-bt-concursos (ws-idx-cart-tab) to reg-acu-valor
                   write reg-acumulado
                   add 1 to ws-jor-grv-acumulados
               end-perform
           end-if
           close arq-acumulados

           .
       8330-gravar-acumulados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conversao de SORTEIOS.DAT do Formato Antigo (texto livre)
      *>   para o Layout Fixo Corrente
      *>------------------------------------------------------------------------

       8400-converter-sorteios section.

           move 0 to ws-cnv-convertidas
           move 0 to ws-cnv-estruturadas
           move 0 to ws-cnv-rejeitadas

      *>---- o arquivo de auditoria fica aberto em extend desde a
      *>---- inicializacao; fecha, converte e reabre ao final
           close arq-sorteios
           open input arq-sorteios

           if ws-fs-sorteios not = "00"
               display "SORTEIOS.DAT vazio ou inexistente - nada a "
                       "converter."
               close arq-sorteios
           else
               move "SORTEIOS.CNV" to ws-nome-arquivo-morto
               open output arq-arquivo-morto
               open output arq-rejeitos

               perform until ws-fs-sorteios = "10"
                   read arq-sorteios into ws-linha-sorteio
                       at end
                           move "10" to ws-fs-sorteios
                       not at end
                           add 1 to ws-jor-lid-sorteios
                           perform 8410-converter-linha
                   end-read
               end-perform

               close arq-sorteios
               close arq-arquivo-morto
               close arq-rejeitos

               perform 8430-copiar-convertido

               display " "
               display "=== Conversao de SORTEIOS.DAT ==="
               display "Linhas convertidas do formato antigo: "
                       ws-cnv-convertidas
               display "Linhas ja no layout fixo (mantidas): "
                       ws-cnv-estruturadas
               display "Linhas nao convertidas (SORTEIOS.REJ): "
                       ws-cnv-rejeitadas
           end-if

           open extend arq-sorteios
           if ws-fs-sorteios = "35" then
               open output arq-sorteios
           end-if

           .
       8400-converter-sorteios-exit.
           exit.

      *>==================================
      *> Converte uma Linha da Auditoria: mantem as ja estruturadas,
      *> interpreta o texto livre antigo em qualquer modalidade e
      *> manda o resto para SORTEIOS.REJ
      *>==================================

       8410-converter-linha section.

           move ws-linha-sorteio (1:76) to ws-sorteio-estrut

           if ws-sor-modalidade is numeric
           and ws-sor-modalidade >= 1
           and ws-sor-sequencia is numeric
           and ws-sor-data is numeric
           and ws-sor-hora is numeric
           and ws-sor-semente is numeric
               add 1 to ws-cnv-estruturadas
               move spaces to reg-arquivo-morto
               move ws-linha-sorteio (1:76) to reg-arquivo-morto
               write reg-arquivo-morto
               add 1 to ws-jor-grv-dinamicos
           else
               move "N" to ws-cnv-achou
               perform varying ws-cnv-modalidade from 1 by 1
                       until ws-cnv-modalidade > ws-qtd-modalidades
                          or ws-cnv-achou = "S"
                   move ws-modl-codigo (ws-cnv-modalidade)
                     to ws-modalidade
                   perform 1610-definir-modalidade
                   perform 6120-parse-linha-sorteio
                   if ws-linha-hist-valida = "S"
                       move "S" to ws-cnv-achou
                       perform 8420-montar-registro-convertido
                   end-if
               end-perform

               if ws-cnv-achou = "S"
                   add 1 to ws-cnv-convertidas
               else
                   add 1 to ws-cnv-rejeitadas
                   move ws-linha-sorteio to reg-rejeito
                   write reg-rejeito
                   add 1 to ws-jor-grv-sort-rej
               end-if
           end-if

           .
       8410-converter-linha-exit.
           exit.

      *>==================================
      *> Monta o Registro Fixo a partir da Linha Antiga Interpretada
      *> (sequencia e semente sao recuperadas do texto; data e hora
      *>  da gravacao original nao existiam e ficam zeradas)
      *>==================================

       8420-montar-registro-convertido section.

           move ws-cnv-convertidas to ws-cnv-sequencia
           add 1 to ws-cnv-sequencia
           if ws-parse-resto (1:8) = "Sorteio "
           and ws-parse-resto (9:9) is numeric
               move ws-parse-resto (9:9) to ws-cnv-sequencia
           end-if

           move 0 to ws-cnv-semente
           if ws-parse-token (ws-qtd-dezenas + 1) (1:8) = "Semente "
           and ws-parse-token (ws-qtd-dezenas + 1) (9:8) is numeric
               move ws-parse-token (ws-qtd-dezenas + 1) (9:8)
                 to ws-cnv-semente
           end-if

           move ws-modalidade   to ws-sor-modalidade
           move ws-cnv-sequencia to ws-sor-sequencia
           move 0               to ws-sor-data
           move 0               to ws-sor-hora
           move ws-cnv-semente  to ws-sor-semente
           move ws-id-execucao  to ws-sor-execucao
           perform varying ws-idx-dezena from 1 by 1
                   until ws-idx-dezena > 15
               if ws-idx-dezena > ws-qtd-dezenas
                   move 0 to ws-sor-dezena (ws-idx-dezena)
               else
                   move ws-dezena (ws-idx-dezena)
                     to ws-sor-dezena (ws-idx-dezena)
               end-if
           end-perform

           move spaces to reg-arquivo-morto
           move ws-sorteio-estrut to reg-arquivo-morto (1:76)
           write reg-arquivo-morto
           add 1 to ws-jor-grv-dinamicos

           .
       8420-montar-registro-convertido-exit.
           exit.

      *>==================================
      *> Regrava SORTEIOS.DAT a partir do Arquivo Convertido
      *>==================================

       8430-copiar-convertido section.

           move "SORTEIOS.CNV" to ws-nome-arquivo-morto
           open input arq-arquivo-morto
           open output arq-sorteios

           perform until ws-fs-arquivo-morto = "10"
               read arq-arquivo-morto into ws-linha-sorteio
                   at end
                       move "10" to ws-fs-arquivo-morto
                   not at end
                       add 1 to ws-jor-lid-dinamicos
                       write reg-sorteio from ws-linha-sorteio (1:76)
                       add 1 to ws-jor-grv-sorteios
               end-read
           end-perform

           close arq-arquivo-morto
           close arq-sorteios

      *>---- zera o arquivo de trabalho para ninguem confundi-lo
      *>---- com dados vivos
           open output arq-arquivo-morto
           close arq-arquivo-morto

           .
       8430-copiar-convertido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>     Trava de Execucao (TRAVA.DAT) e Identificacao da Corrida
      *>------------------------------------------------------------------------

      *>==================================
      *> Garante Instancia Unica: recusa (batch) ou permite assumir
      *> uma trava possivelmente obsoleta (interativo)
      *>==================================

       8500-verificar-trava section.

           move "N" to ws-trava-ativa

           open input arq-trava
           if ws-fs-trava = "00"
               read arq-trava
                   at end
                       continue
                   not at end
                       if reg-trv-execucao not = spaces
                           move "S" to ws-trava-ativa
                           move reg-trv-execucao
                             to ws-trava-execucao-anterior
                           move reg-trv-data
                             to ws-trava-data-anterior
                           move reg-trv-hora
                             to ws-trava-hora-anterior
                       end-if
               end-read
           end-if
           close arq-trava

           if ws-trava-ativa = "S"
               display " "
               display "Outra instancia parece estar ativa (execucao "
                       reg-trv-execucao " iniciada em " reg-trv-data
                       " as " reg-trv-hora ")."
               if ws-modo-batch = "S"
                   display "Execucao batch abortada para nao corromper "
                           "os arquivos compartilhados. Se a instancia "
                           "anterior caiu, remova TRAVA.DAT e rode de novo."
                   perform 8545-registrar-execucao-travada
                   stop run
               else
                   display "Se a instancia anterior caiu, a trava esta "
                           "obsoleta e pode ser assumida."
                   display "Assumir a trava e continuar? (S/N): "
                   accept ws-resp-trava
                   perform until ws-resp-trava = "S"
                              or ws-resp-trava = "N"
                       display "Opcao invalida. Informe S ou N: "
                       accept ws-resp-trava
                   end-perform
                   if ws-resp-trava = "N"
                       display "Execucao encerrada sem tocar nos arquivos."
                       perform 8545-registrar-execucao-travada
                       stop run
                   end-if
                   move "S" to ws-trava-assumida
               end-if
           end-if

           open output arq-trava
           if ws-fs-trava = "00" or ws-fs-trava = "05"
               move ws-id-execucao to reg-trv-execucao
               move function current-date (1:8) to reg-trv-data
               move function current-date (9:6) to reg-trv-hora
               write reg-trava
           else
               display "Aviso: TRAVA.DAT nao pode ser gravado "
                       "(status " ws-fs-trava "); seguindo sem trava."
           end-if
           close arq-trava

           display "ID desta execucao: " ws-id-execucao

           .
       8500-verificar-trava-exit.
           exit.

      *>==================================
      *> Libera a Trava ao Final da Execucao (arquivo fica vazio)
      *>==================================

       8510-liberar-trava section.

           open output arq-trava
           close arq-trava

           .
       8510-liberar-trava-exit.
           exit.

      *>==================================
      *> Monta o Nome do Checkpoint da Execucao em ws-chk-execucao
      *>==================================

       8520-montar-nome-checkpoint section.

           move spaces to ws-nome-checkpoint
           string "CHECKPOINT-" delimited by size
                  ws-chk-execucao delimited by size
                  ".DAT" delimited by size
                  into ws-nome-checkpoint
           end-string

           .
       8520-montar-nome-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>                 Jornal de Execucoes (JORNAL.DAT)
      *>------------------------------------------------------------------------

      *>==================================
      *> Registra o Inicio da Execucao (ws-jor-job = 0) ou de uma
      *> Opcao/Job (ws-jor-job = numero do job) e Zera os Contadores
      *> de Registros Lidos e Gravados
      *>==================================

       8530-registrar-inicio-jornal section.

           if ws-jor-job = 0
               perform varying ws-jor-idx-arq from 1 by 1
                       until ws-jor-idx-arq > 23
                   move 0 to ws-jor-tot-lidos    (ws-jor-idx-arq)
                   move 0 to ws-jor-tot-gravados (ws-jor-idx-arq)
               end-perform
           else
      *>---- o que foi lido/gravado fora de um job (inicializacao)
      *>---- entra apenas no total da execucao
               perform varying ws-jor-idx-arq from 1 by 1
                       until ws-jor-idx-arq > 23
                   add ws-jor-cont-lidos (ws-jor-idx-arq)
                     to ws-jor-tot-lidos (ws-jor-idx-arq)
                   add ws-jor-cont-gravados (ws-jor-idx-arq)
                     to ws-jor-tot-gravados (ws-jor-idx-arq)
               end-perform
           end-if
           move zeros  to ws-jornal-contadores

           move "I"    to ws-jor-evento
           move spaces to reg-jor-situacao
           move 0      to reg-jor-resultado
           perform varying ws-jor-idx-arq from 1 by 1
                   until ws-jor-idx-arq > 23
               move 0 to reg-jor-lidos    (ws-jor-idx-arq)
               move 0 to reg-jor-gravados (ws-jor-idx-arq)
           end-perform
           perform 8540-gravar-jornal

           .
       8530-registrar-inicio-jornal-exit.
           exit.

      *>==================================
      *> Registra o Fim da Opcao/Job (contadores do job, somados ao
      *> total) ou da Execucao (job 0: total da execucao), com a
      *> Situacao Final (ws-jor-situacao) e a Metrica do Job
      *>==================================

       8535-registrar-fim-jornal section.

           move "F"              to ws-jor-evento
           move ws-jor-situacao  to reg-jor-situacao
           move ws-jor-resultado to reg-jor-resultado

           perform varying ws-jor-idx-arq from 1 by 1
                   until ws-jor-idx-arq > 23
               add ws-jor-cont-lidos (ws-jor-idx-arq)
                 to ws-jor-tot-lidos (ws-jor-idx-arq)
               add ws-jor-cont-gravados (ws-jor-idx-arq)
                 to ws-jor-tot-gravados (ws-jor-idx-arq)
               if ws-jor-job = 0
                   move ws-jor-tot-lidos (ws-jor-idx-arq)
                     to reg-jor-lidos (ws-jor-idx-arq)
                   move ws-jor-tot-gravados (ws-jor-idx-arq)
                     to reg-jor-gravados (ws-jor-idx-arq)
               else
                   move ws-jor-cont-lidos (ws-jor-idx-arq)
                     to reg-jor-lidos (ws-jor-idx-arq)
                   move ws-jor-cont-gravados (ws-jor-idx-arq)
                     to reg-jor-gravados (ws-jor-idx-arq)
               end-if
           end-perform
           move zeros to ws-jornal-contadores

           perform 8540-gravar-jornal

           .
       8535-registrar-fim-jornal-exit.
           exit.

      *>==================================
      *> Completa e Grava um Registro do Jornal; o arquivo eh aberto
      *> e fechado a cada registro para que o inicio fique gravado
      *> mesmo que a execucao caia no meio
      *>==================================

       8540-gravar-jornal section.

           move ws-id-execucao to reg-jor-execucao
           move ws-jor-job     to reg-jor-job
           move ws-jor-evento  to reg-jor-evento
           if ws-modo-batch = "S"
               move "B" to reg-jor-modo
           else
               move "I" to reg-jor-modo
           end-if
      *>---- o job guarda a opcao pedida, mesmo a recusada no 1860
           if ws-jor-job > 0
               move ws-job-opcao (ws-jor-job) to reg-jor-opcao
           else
               move ws-opcao-menu to reg-jor-opcao
           end-if
           move ws-modalidade  to reg-jor-modalidade
           move function current-date (1:8) to reg-jor-data
           move function current-date (9:6) to reg-jor-hora
           move ws-trava-assumida          to reg-jor-trava-assumida
           move ws-trava-execucao-anterior to reg-jor-trava-execucao

           open extend arq-jornal
           if ws-fs-jornal = "35" then
               open output arq-jornal
           end-if

           if ws-fs-jornal = "00" or ws-fs-jornal = "05"
               write reg-jornal
               close arq-jornal
           else
               display "Aviso: JORNAL.DAT nao pode ser gravado "
                       "(status " ws-fs-jornal ")."
           end-if

           .
       8540-gravar-jornal-exit.
           exit.

      *>==================================
      *> Execucao Barrada pela Trava de Outra Instancia: deixa o
      *> inicio e o fim no jornal com a situacao TRAVADO
      *>==================================

       8545-registrar-execucao-travada section.

           move 0         to ws-jor-job
           perform 8530-registrar-inicio-jornal
           move "TRAVADO" to ws-jor-situacao
           move 0         to ws-jor-resultado
           perform 8535-registrar-fim-jornal

           .
       8545-registrar-execucao-travada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Tabela de Modalidades Parametrizada (MODALIDADES.DAT):
      *>   nome, faixa, dezenas, preco do cartao e faixas de premio
      *>------------------------------------------------------------------------

      *>==================================
      *> Carrega MODALIDADES.DAT; na primeira execucao o arquivo eh
      *> semeado com as modalidades e precos padrao
      *>==================================

       8600-carregar-modalidades section.

           move 0 to ws-qtd-modalidades

           open input arq-modalidades

           if ws-fs-modalidades = "00"
               perform until ws-fs-modalidades = "10"
                   read arq-modalidades
                       at end
                           move "10" to ws-fs-modalidades
                       not at end
                           add 1 to ws-jor-lid-modalidades
                           perform 8605-validar-modalidade
                           if ws-modl-valida = "S"
                           and ws-qtd-modalidades < 9
                               add 1 to ws-qtd-modalidades
                               move reg-modalidade-par
                                 to ws-modl-item (ws-qtd-modalidades)
                           end-if
                   end-read
               end-perform
           end-if
           close arq-modalidades

           if ws-qtd-modalidades = 0
               perform 8610-semear-modalidades
               perform 8620-gravar-modalidades
               display "MODALIDADES.DAT criado com as modalidades padrao."
           end-if

           .
       8600-carregar-modalidades-exit.
           exit.

      *>==================================
      *> Valida os Limites de um Registro de MODALIDADES.DAT contra
      *> as tabelas internas (faixa ate 80, 15 dezenas sorteadas,
      *> aposta/grupo ate 18 numeros, ate 5 faixas de premio);
      *> registros fora do limite sao rejeitados com aviso
      *>==================================

       8605-validar-modalidade section.

           move "S" to ws-modl-valida

           if reg-mod-codigo < 1 or reg-mod-codigo > 9
               move "N" to ws-modl-valida
           end-if
           if reg-mod-faixa-max < 1 or reg-mod-faixa-max > 80
               move "N" to ws-modl-valida
           end-if
           if reg-mod-qtd-dezenas < 1 or reg-mod-qtd-dezenas > 15
           or reg-mod-qtd-dezenas > reg-mod-faixa-max
               move "N" to ws-modl-valida
           end-if
           if reg-mod-max-aposta < reg-mod-qtd-dezenas
           or reg-mod-max-aposta > 18
               move "N" to ws-modl-valida
           end-if
           if reg-mod-grupo-max < reg-mod-qtd-dezenas
           or reg-mod-grupo-max > 18
               move "N" to ws-modl-valida
           end-if
           if reg-mod-qtd-faixas < 1 or reg-mod-qtd-faixas > 5
               move "N" to ws-modl-valida
           end-if

           if ws-modl-valida = "N"
               display "Aviso: registro de MODALIDADES.DAT ignorado "
                       "(codigo " reg-mod-codigo "): limites validos "
                       "sao faixa 1-80, 1-15 dezenas sorteadas, aposta "
                       "e grupo entre as dezenas sorteadas e 18, e 1-5 "
                       "faixas de premio."
           end-if

           .
       8605-validar-modalidade-exit.
           exit.

      *>==================================
      *> Modalidades e Precos Padrao (carga inicial do arquivo)
      *>==================================

       8610-semear-modalidades section.

           move 3 to ws-qtd-modalidades

           move 1             to ws-modl-codigo (1)
           move "Quina"       to ws-modl-nome (1)
           move 80            to ws-modl-faixa-max (1)
           move 5             to ws-modl-qtd-dezenas (1)
           move 10            to ws-modl-max-aposta (1)
           move 15            to ws-modl-grupo-max (1)
           move 2,50          to ws-modl-preco (1)
           move 3             to ws-modl-qtd-faixas (1)
           move 3             to ws-modl-fx-acertos (1, 1)
           move "Terno"       to ws-modl-fx-nome (1, 1)
           move 130,00        to ws-modl-fx-valor (1, 1)
           move 4             to ws-modl-fx-acertos (1, 2)
           move "Quadra"      to ws-modl-fx-nome (1, 2)
           move 9000,00       to ws-modl-fx-valor (1, 2)
           move 5             to ws-modl-fx-acertos (1, 3)
           move "Quina"       to ws-modl-fx-nome (1, 3)
           move 4000000,00    to ws-modl-fx-valor (1, 3)
           perform varying ws-idx-faixa from 4 by 1
                   until ws-idx-faixa > 5
               move 0      to ws-modl-fx-acertos (1, ws-idx-faixa)
               move spaces to ws-modl-fx-nome (1, ws-idx-faixa)
               move 0      to ws-modl-fx-valor (1, ws-idx-faixa)
           end-perform

           move 2             to ws-modl-codigo (2)
           move "Lotofacil"   to ws-modl-nome (2)
           move 25            to ws-modl-faixa-max (2)
           move 15            to ws-modl-qtd-dezenas (2)
           move 18            to ws-modl-max-aposta (2)
           move 18            to ws-modl-grupo-max (2)
           move 3,00          to ws-modl-preco (2)
           move 5             to ws-modl-qtd-faixas (2)
           move 11            to ws-modl-fx-acertos (2, 1)
           move "11 acertos"  to ws-modl-fx-nome (2, 1)
           move 6,00          to ws-modl-fx-valor (2, 1)
           move 12            to ws-modl-fx-acertos (2, 2)
           move "12 acertos"  to ws-modl-fx-nome (2, 2)
           move 12,00         to ws-modl-fx-valor (2, 2)
           move 13            to ws-modl-fx-acertos (2, 3)
           move "13 acertos"  to ws-modl-fx-nome (2, 3)
           move 30,00         to ws-modl-fx-valor (2, 3)
           move 14            to ws-modl-fx-acertos (2, 4)
           move "14 acertos"  to ws-modl-fx-nome (2, 4)
           move 1500,00       to ws-modl-fx-valor (2, 4)
           move 15            to ws-modl-fx-acertos (2, 5)
           move "15 acertos"  to ws-modl-fx-nome (2, 5)
           move 1800000,00    to ws-modl-fx-valor (2, 5)

           move 3             to ws-modl-codigo (3)
           move "Mega-Sena"   to ws-modl-nome (3)
           move 60            to ws-modl-faixa-max (3)
           move 6             to ws-modl-qtd-dezenas (3)
           move 10            to ws-modl-max-aposta (3)
           move 15            to ws-modl-grupo-max (3)
           move 5,00          to ws-modl-preco (3)
           move 3             to ws-modl-qtd-faixas (3)
           move 4             to ws-modl-fx-acertos (3, 1)
           move "Quadra"      to ws-modl-fx-nome (3, 1)
           move 1200,00       to ws-modl-fx-valor (3, 1)
           move 5             to ws-modl-fx-acertos (3, 2)
           move "Quina"       to ws-modl-fx-nome (3, 2)
           move 70000,00      to ws-modl-fx-valor (3, 2)
           move 6             to ws-modl-fx-acertos (3, 3)
           move "Sena"        to ws-modl-fx-nome (3, 3)
           move 50000000,00   to ws-modl-fx-valor (3, 3)
           perform varying ws-idx-faixa from 4 by 1
                   until ws-idx-faixa > 5
               move 0      to ws-modl-fx-acertos (3, ws-idx-faixa)
               move spaces to ws-modl-fx-nome (3, ws-idx-faixa)
               move 0      to ws-modl-fx-valor (3, ws-idx-faixa)
           end-perform

           .
       8610-semear-modalidades-exit.
           exit.

      *>==================================
      *> Regrava MODALIDADES.DAT a partir da Tabela
      *>==================================

       8620-gravar-modalidades section.

           open output arq-modalidades

           if ws-fs-modalidades not = "00"
           and ws-fs-modalidades not = "05"
               display "Aviso: MODALIDADES.DAT nao pode ser gravado "
                       "(status " ws-fs-modalidades ")."
           else
               perform varying ws-idx-modalidade from 1 by 1
                       until ws-idx-modalidade > ws-qtd-modalidades
                   move ws-modl-item (ws-idx-modalidade)
                     to reg-modalidade-par
                   write reg-modalidade-par
                   add 1 to ws-jor-grv-modalidades
               end-perform
           end-if
           close arq-modalidades

           .
       8620-gravar-modalidades-exit.
           exit.

      *>==================================
      *> Localiza a Modalidade de Codigo ws-mod-cod-busca na Tabela
      *> (ws-mod-achada = posicao, 0 se nao cadastrada)
      *>==================================

       8640-localizar-modalidade section.

           move 0 to ws-mod-achada
           perform varying ws-idx-modalidade from 1 by 1
                   until ws-idx-modalidade > ws-qtd-modalidades
               if ws-modl-codigo (ws-idx-modalidade) = ws-mod-cod-busca
                   move ws-idx-modalidade to ws-mod-achada
               end-if
           end-perform

           .
       8640-localizar-modalidade-exit.
           exit.

      *>==================================
      *> Manutencao das Modalidades: listagem e ajuste de precos
      *> com trilha de auditoria em MODALIDADES.LOG
      *>==================================

       8650-manter-modalidades section.

           move spaces to ws-opcao-modalidades
           perform until ws-opcao-modalidades = "0"
               display " "
               display "====================================================="
               display "===     Modalidades e Precos (MODALIDADES.DAT)    ==="
               display "====================================================="
               display "===  1 - Listar Modalidades e Precos             ==="
               display "===  2 - Alterar Preco do Cartao                 ==="
               display "===  3 - Alterar Valor de Faixa de Premio        ==="
               display "===  0 - Voltar                                  ==="
               display "====================================================="
               display "Escolha uma opcao: "
               accept ws-opcao-modalidades

               evaluate ws-opcao-modalidades
                   when "1"
                       perform 8660-listar-modalidades
                   when "2"
                       perform 8670-alterar-preco-cartao
                   when "3"
                       perform 8680-alterar-valor-faixa
                   when "0"
                       continue
                   when other
                       display "Opcao invalida. Informe 0 a 3."
               end-evaluate
           end-perform

           .
       8650-manter-modalidades-exit.
           exit.

      *>==================================
      *> Listagem das Modalidades Cadastradas
      *>==================================

       8660-listar-modalidades section.

           display " "
           display "=== Modalidades Cadastradas: " ws-qtd-modalidades " ==="
           perform varying ws-idx-modalidade from 1 by 1
                   until ws-idx-modalidade > ws-qtd-modalidades
               move ws-modl-preco (ws-idx-modalidade)
                 to ws-preco-cartao-ed
               display " "
               display "Modalidade " ws-modl-codigo (ws-idx-modalidade)
                       " - " ws-modl-nome (ws-idx-modalidade)
                       " (1 - " ws-modl-faixa-max (ws-idx-modalidade)
                       ", " ws-modl-qtd-dezenas (ws-idx-modalidade)
                       " dezenas, aposta ate "
                       ws-modl-max-aposta (ws-idx-modalidade) ")"
               display "   Preco do cartao: R$ " ws-preco-cartao-ed
               perform varying ws-idx-faixa from 1 by 1
                       until ws-idx-faixa
                          > ws-modl-qtd-faixas (ws-idx-modalidade)
                   move ws-modl-fx-valor
                        (ws-idx-modalidade, ws-idx-faixa)
                     to ws-valor-faixa-ed
                   display "   Faixa " ws-idx-faixa " - "
                           ws-modl-fx-nome
                           (ws-idx-modalidade, ws-idx-faixa)
                           " (" ws-modl-fx-acertos
                           (ws-idx-modalidade, ws-idx-faixa)
                           " acertos): R$ " ws-valor-faixa-ed
               end-perform
           end-perform

           .
       8660-listar-modalidades-exit.
           exit.

      *>==================================
      *> Altera o Preco do Cartao de uma Modalidade
      *>==================================

       8670-alterar-preco-cartao section.

           display "Informe o codigo da modalidade: "
           accept ws-mod-cod-busca
           perform 8640-localizar-modalidade

           if ws-mod-achada = 0
               display "Modalidade " ws-mod-cod-busca " nao cadastrada."
           else
               move ws-modl-preco (ws-mod-achada) to ws-preco-cartao-ed
               display "Preco atual: R$ " ws-preco-cartao-ed
               display "Informe o novo preco em centavos "
                       "(ex. 250 para R$ 2,50): "
               accept ws-mod-valor-centavos
               compute ws-mod-valor-novo = ws-mod-valor-centavos / 100
               display "Informe o nome do operador: "
               accept ws-mod-operador

               move spaces to ws-linha-modlog
               string function current-date (1:8) delimited by size
                      " " delimited by size
                      function current-date (9:6) delimited by size
                      " " delimited by size
                      function trim (ws-mod-operador) delimited by size
                      ": modalidade " delimited by size
                      ws-modl-codigo (ws-mod-achada) delimited by size
                      " preco do cartao de " delimited by size
                      ws-modl-preco (ws-mod-achada) delimited by size
                      " para " delimited by size
                      ws-mod-valor-novo delimited by size
                      into ws-linha-modlog
               end-string

               move ws-mod-valor-novo to ws-modl-preco (ws-mod-achada)
               perform 8620-gravar-modalidades
               perform 8690-gravar-log-modalidades

               move ws-modl-preco (ws-mod-achada) to ws-preco-cartao-ed
               display "Preco atualizado para R$ " ws-preco-cartao-ed
           end-if

           .
       8670-alterar-preco-cartao-exit.
           exit.

      *>==================================
      *> Altera o Valor de Referencia de uma Faixa de Premio
      *>==================================

       8680-alterar-valor-faixa section.

           display "Informe o codigo da modalidade: "
           accept ws-mod-cod-busca
           perform 8640-localizar-modalidade

           if ws-mod-achada = 0
               display "Modalidade " ws-mod-cod-busca " nao cadastrada."
           else
               display "Informe o numero da faixa (1 a "
                       ws-modl-qtd-faixas (ws-mod-achada) "): "
               accept ws-mod-faixa-busca
               if ws-mod-faixa-busca < 1
               or ws-mod-faixa-busca > ws-modl-qtd-faixas (ws-mod-achada)
                   display "Faixa invalida."
               else
                   move ws-modl-fx-valor
                        (ws-mod-achada, ws-mod-faixa-busca)
                     to ws-valor-faixa-ed
                   display "Valor atual de "
                           ws-modl-fx-nome
                           (ws-mod-achada, ws-mod-faixa-busca)
                           ": R$ " ws-valor-faixa-ed
                   display "Informe o novo valor em centavos: "
                   accept ws-mod-valor-centavos
                   compute ws-mod-valor-novo
                       = ws-mod-valor-centavos / 100
                   display "Informe o nome do operador: "
                   accept ws-mod-operador

                   move spaces to ws-linha-modlog
                   string function current-date (1:8) delimited by size
                          " " delimited by size
                          function current-date (9:6) delimited by size
                          " " delimited by size
                          function trim (ws-mod-operador)
                              delimited by size
                          ": modalidade " delimited by size
                          ws-modl-codigo (ws-mod-achada)
                              delimited by size
                          " faixa " delimited by size
                          ws-mod-faixa-busca delimited by size
                          " (" delimited by size
                          function trim (ws-modl-fx-nome
                              (ws-mod-achada, ws-mod-faixa-busca))
                              delimited by size
                          ") de " delimited by size
                          ws-modl-fx-valor
                              (ws-mod-achada, ws-mod-faixa-busca)
                              delimited by size
                          " para " delimited by size
                          ws-mod-valor-novo delimited by size
                          into ws-linha-modlog
                   end-string

                   move ws-mod-valor-novo
                     to ws-modl-fx-valor
                        (ws-mod-achada, ws-mod-faixa-busca)
                   perform 8620-gravar-modalidades
                   perform 8690-gravar-log-modalidades

                   move ws-modl-fx-valor
                        (ws-mod-achada, ws-mod-faixa-busca)
                     to ws-valor-faixa-ed
                   display "Valor atualizado para R$ " ws-valor-faixa-ed
               end-if
           end-if

           .
       8680-alterar-valor-faixa-exit.
           exit.

      *>==================================
      *> Trilha de Auditoria das Alteracoes (MODALIDADES.LOG)
      *>==================================

       8690-gravar-log-modalidades section.

           open extend arq-modlog
           if ws-fs-modlog = "35" then
               open output arq-modlog
           end-if

           if ws-fs-modlog = "00" or ws-fs-modlog = "05"
               move ws-linha-modlog to reg-modlog
               write reg-modlog
               add 1 to ws-jor-grv-modlog
           else
               display "Aviso: MODALIDADES.LOG nao pode ser gravado "
                       "(status " ws-fs-modlog ")."
           end-if
           close arq-modlog

           .
       8690-gravar-log-modalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Qualidade Estatistica do Gerador de Sorteios:
      *>   observado x esperado por dezena, qui-quadrado e veredicto,
      *>   nos modos relogio e semente fixa e nos concursos oficiais
      *>------------------------------------------------------------------------

       8700-qualidade-gerador section.

           if ws-modo-batch not = "S"
               display " "
               display "Quantas simulacoes por modo deseja rodar? "
               accept ws-freq-simulacoes
           end-if

           move ws-usar-semente-fixa to ws-qual-save-fixa
           move ws-semente           to ws-qual-save-semente

           display " "
           display "====================================================="
           display "===   Qualidade Estatistica do Gerador - "
                   ws-modalidade-nome
           display "====================================================="
           display "Simulacoes por modo: " ws-freq-simulacoes
           display "Esperado por dezena = simulacoes x "
                   ws-qtd-dezenas " / " ws-faixa-max

      *>---- passada 1: semente pelo relogio (modo padrao) ----
           move "N" to ws-usar-semente-fixa
           perform 8720-executar-simulacoes
           move ws-freq-simulacoes to ws-qual-n
           move "Modo relogio" to ws-qual-rotulo
           perform 8730-avaliar-frequencia

      *>---- passada 2: semente fixa, para comparacao lado a lado ----
           move "S"      to ws-usar-semente-fixa
           move 12345678 to ws-semente
           perform 8720-executar-simulacoes
           move ws-freq-simulacoes to ws-qual-n
           move "Modo semente fixa" to ws-qual-rotulo
           perform 8730-avaliar-frequencia

           move ws-qual-save-fixa    to ws-usar-semente-fixa
           move ws-qual-save-semente to ws-semente

      *>---- passada 3: concursos oficiais importados ----
           perform 8740-acumular-resultados-oficiais
           if ws-qual-n = 0
               display " "
               display "Nenhum concurso da modalidade em RESULTADOS.DAT; "
                       "comparacao com a loteria real nao executada."
           else
               move "Concursos oficiais" to ws-qual-rotulo
               perform 8730-avaliar-frequencia
           end-if

           .
       8700-qualidade-gerador-exit.
           exit.

      *>==================================
      *> Roda N Simulacoes Acumulando a Frequencia das Dezenas
      *>==================================

       8720-executar-simulacoes section.

           perform varying ws-freq-j from 1 by 1
                   until ws-freq-j > ws-faixa-max
               move 0 to ws-freq-num  (ws-freq-j)
               move 0 to ws-freq-marc (ws-freq-j)
           end-perform

           move 0 to ws-freq-contador
           perform until ws-freq-contador >= ws-freq-simulacoes
               perform 2150-sortear-uma-vez
               perform varying ws-idx-dezena from 1 by 1
                       until ws-idx-dezena > ws-qtd-dezenas
                   add 1 to ws-freq-num (ws-dezena (ws-idx-dezena))
               end-perform
               add 1 to ws-freq-contador
           end-perform

           .
       8720-executar-simulacoes-exit.
           exit.

      *>==================================
      *> Observado x Esperado por Dezena e Resumo Qui-Quadrado
      *> sobre a tabela de frequencia corrente (ws-qual-n sorteios)
      *>==================================

       8730-avaliar-frequencia section.

           compute ws-qual-esperado rounded =
               ws-qual-n * ws-qtd-dezenas / ws-faixa-max
           move ws-qual-esperado to ws-qual-esperado-ed

           display " "
           display "--- " function trim (ws-qual-rotulo) " ("
                   ws-qual-n " sorteios) ---"
           display "Esperado por dezena: " ws-qual-esperado-ed
           display "Dezena / Observado / Desvio:"

           move 0 to ws-qual-chi
           perform varying ws-freq-j from 1 by 1
                   until ws-freq-j > ws-faixa-max
               compute ws-qual-desvio =
                   ws-freq-num (ws-freq-j) - ws-qual-esperado
               move ws-qual-desvio to ws-qual-desvio-ed
               display "  " ws-freq-j " - " ws-freq-num (ws-freq-j)
                       " - " ws-qual-desvio-ed
               if ws-qual-esperado > 0
                   compute ws-qual-chi = ws-qual-chi
                       + (ws-qual-desvio * ws-qual-desvio)
                       / ws-qual-esperado
               end-if
           end-perform

      *>---- limites pelo qui-quadrado: media df, desvio padrao
      *>---- raiz de 2*df; normal ate 3 desvios, suspeito ate 5
           compute ws-qual-df = ws-faixa-max - 1
           compute ws-qual-lim-normal =
               ws-qual-df + 3 * (2 * ws-qual-df) ** 0,5
           compute ws-qual-lim-suspeito =
               ws-qual-df + 5 * (2 * ws-qual-df) ** 0,5

           move ws-qual-chi to ws-qual-chi-ed
           display "Qui-quadrado: " ws-qual-chi-ed
                   " (graus de liberdade: " ws-qual-df ")"

           evaluate true
               when ws-qual-chi <= ws-qual-lim-normal
                   display "Veredicto: NORMAL - frequencias compativeis "
                           "com um gerador uniforme."
               when ws-qual-chi <= ws-qual-lim-suspeito
                   display "Veredicto: SUSPEITO - desvio acima do comum; "
                           "repita com mais simulacoes."
               when other
                   display "Veredicto: FORA DO ESPERADO - ha vies nas "
                           "frequencias desta amostra."
           end-evaluate

           .
       8730-avaliar-frequencia-exit.
           exit.

      *>==================================
      *> Frequencia das Dezenas nos Concursos Oficiais Importados
      *> (RESULTADOS.DAT), para o mesmo criterio de avaliacao
      *>==================================

       8740-acumular-resultados-oficiais section.

           perform varying ws-freq-j from 1 by 1
                   until ws-freq-j > ws-faixa-max
               move 0 to ws-freq-num  (ws-freq-j)
               move 0 to ws-freq-marc (ws-freq-j)
           end-perform
           move 0 to ws-qual-n

           open input arq-resultados
           if ws-fs-resultados = "00"
               perform until ws-fs-resultados = "10"
                   read arq-resultados into ws-resultado-reg
                       at end
                           move "10" to ws-fs-resultados
                       not at end
                           add 1 to ws-jor-lid-resultados
                           perform 8750-acumular-concurso-qualidade
                   end-read
               end-perform
           end-if
           close arq-resultados

           .
       8740-acumular-resultados-oficiais-exit.
           exit.

      *>==================================
      *> Acumula um Concurso Valido na Frequencia da Qualidade
      *>==================================

       8750-acumular-concurso-qualidade section.

           move "N" to ws-qual-res-valido

           if ws-res-modalidade = ws-modalidade
               move "S" to ws-qual-res-valido
               perform varying ws-idx-dezena from 1 by 1
                       until ws-idx-dezena > ws-qtd-dezenas
                   if ws-res-dezena (ws-idx-dezena) < 1
                   or ws-res-dezena (ws-idx-dezena) > ws-faixa-max
                       move "N" to ws-qual-res-valido
                   end-if
               end-perform
           end-if

           if ws-qual-res-valido = "S"
               add 1 to ws-qual-n
               perform varying ws-idx-dezena from 1 by 1
                       until ws-idx-dezena > ws-qtd-dezenas
                   add 1 to ws-freq-num (ws-res-dezena (ws-idx-dezena))
               end-perform
           end-if

           .
       8750-acumular-concurso-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Participantes de Bolao (PARTICIPANTES.DAT): cotas de cada
      *>   pessoa em um cartao do cadastro e extrato rateado por cota
      *>------------------------------------------------------------------------

       8800-manter-participantes section.

           perform 8010-carregar-cadastro
           perform 8810-carregar-participantes

           move spaces to ws-opcao-participantes
           perform until ws-opcao-participantes = "0"
               display " "
               display "====================================================="
               display "===   Participantes de Bolao (PARTICIPANTES.DAT)  ==="
               display "====================================================="
               display "===  1 - Incluir Participante em Cartao          ==="
               display "===  2 - Listar Participantes                    ==="
               display "===  3 - Alterar Cotas de Participante           ==="
               display "===  4 - Excluir Participante                    ==="
               display "===  0 - Voltar                                  ==="
               display "====================================================="
               display "Escolha uma opcao: "
               accept ws-opcao-participantes

               evaluate ws-opcao-participantes
                   when "1"
                       perform 8825-incluir-participante
                   when "2"
                       perform 8830-listar-participantes
                   when "3"
                       perform 8835-alterar-cotas
                   when "4"
                       perform 8840-excluir-participante
                   when "0"
                       continue
                   when other
                       display "Opcao invalida. Informe 0 a 4."
               end-evaluate
           end-perform

           .
       8800-manter-participantes-exit.
           exit.

      *>==================================
      *> Carrega PARTICIPANTES.DAT em Tabela
      *>==================================

       8810-carregar-participantes section.

           move 0 to ws-qtd-participantes

           open input arq-participantes

           if ws-fs-participantes = "00"
               perform until ws-fs-participantes = "10"
                   read arq-participantes
                       at end
                           move "10" to ws-fs-participantes
                       not at end
                           add 1 to ws-jor-lid-participantes
                           if ws-qtd-participantes < 500
                               add 1 to ws-qtd-participantes
                               move reg-participante
                                 to ws-ptc-item (ws-qtd-participantes)
                           end-if
                   end-read
               end-perform
           end-if
           close arq-participantes

           .
       8810-carregar-participantes-exit.
           exit.

      *>==================================
      *> Regrava PARTICIPANTES.DAT a partir da Tabela
      *> (participantes excluidos ficam com cartao zerado)
      *>==================================

       8815-gravar-participantes section.

           open output arq-participantes

           if ws-fs-participantes not = "00"
           and ws-fs-participantes not = "05"
               display "Aviso: PARTICIPANTES.DAT nao pode ser gravado "
                       "(status " ws-fs-participantes ")."
           else
               perform varying ws-idx-ptc from 1 by 1
                       until ws-idx-ptc > ws-qtd-participantes
                   if ws-ptc-cartao (ws-idx-ptc) > 0
                       move ws-ptc-item (ws-idx-ptc) to reg-participante
                       write reg-participante
                       add 1 to ws-jor-grv-participantes
                   end-if
               end-perform
           end-if
           close arq-participantes

           perform 8810-carregar-participantes

           .
       8815-gravar-participantes-exit.
           exit.

      *>==================================
      *> Pede Cartao e Nome e Localiza o Participante na Tabela
      *> (ws-ptc-achado = posicao, 0 se nao encontrado;
      *>  ws-cad-achado = posicao do cartao no cadastro)
      *>==================================

       8820-localizar-participante section.

           display "Informe o ID do cartao: "
           accept ws-cad-id-busca

           move 0 to ws-cad-achado
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id (ws-idx-cadastro) = ws-cad-id-busca
                   move ws-idx-cadastro to ws-cad-achado
               end-if
           end-perform

           move 0 to ws-ptc-achado
           if ws-cad-achado = 0
               display "Cartao " ws-cad-id-busca
                       " nao encontrado no cadastro."
           else
               display "Nome do participante: "
               accept ws-ptc-nome-novo
               perform varying ws-idx-ptc from 1 by 1
                       until ws-idx-ptc > ws-qtd-participantes
                   if ws-ptc-cartao (ws-idx-ptc) = ws-cad-id-busca
                   and function upper-case (ws-ptc-nome (ws-idx-ptc))
                       = function upper-case (ws-ptc-nome-novo)
                       move ws-idx-ptc to ws-ptc-achado
                   end-if
               end-perform
           end-if

           .
       8820-localizar-participante-exit.
           exit.

      *>==================================
      *> Inclui um Participante com suas Cotas em um Cartao
      *>==================================

       8825-incluir-participante section.

           perform 8820-localizar-participante

           evaluate true
               when ws-cad-achado = 0
                   continue
               when ws-ptc-achado > 0
                   display "Participante ja consta neste cartao com "
                           ws-ptc-cotas (ws-ptc-achado)
                           " cota(s). Use a opcao 3 para alterar."
               when ws-qtd-participantes >= 500
                   display "Aviso: tabela de participantes cheia (500 "
                           "entradas); participante nao incluido."
               when other
                   display "Quantidade de cotas (1 a 999): "
                   accept ws-ptc-cotas-novo
                   perform until ws-ptc-cotas-novo > 0
                       display "Valor invalido. Informe de 1 a 999: "
                       accept ws-ptc-cotas-novo
                   end-perform
                   add 1 to ws-qtd-participantes
                   move ws-cad-id-busca
                     to ws-ptc-cartao (ws-qtd-participantes)
                   move ws-ptc-nome-novo
                     to ws-ptc-nome (ws-qtd-participantes)
                   move ws-ptc-cotas-novo
                     to ws-ptc-cotas (ws-qtd-participantes)
                   perform 8815-gravar-participantes
                   display "Participante incluido no cartao "
                           ws-cad-id-busca " com " ws-ptc-cotas-novo
                           " cota(s)."
           end-evaluate

           .
       8825-incluir-participante-exit.
           exit.

      *>==================================
      *> Lista os Participantes de um Cartao (0 = todos os cartoes)
      *> com a participacao percentual de cada um
      *>==================================

       8830-listar-participantes section.

           display "Informe o ID do cartao (0 para todos): "
           accept ws-cad-id-busca

           display " "
           display "=== Participantes de Bolao ==="

           move 0 to ws-ptc-qtd-cartao
           perform varying ws-idx-cadastro from 1 by 1
                   until ws-idx-cadastro > ws-qtd-cadastro
               if ws-cad-id-busca = 0
               or ws-cad-id (ws-idx-cadastro) = ws-cad-id-busca
                   move ws-cad-id (ws-idx-cadastro)
                     to ws-ptc-cartao-busca
                   perform 8845-somar-cotas-cartao
                   if ws-ptc-total-cotas > 0
                       display " "
                       display "Cartao " ws-cad-id (ws-idx-cadastro)
                               " - Dono: " ws-cad-dono (ws-idx-cadastro)
                               " - Total de cotas: " ws-ptc-total-cotas
                       perform varying ws-idx-ptc from 1 by 1
                               until ws-idx-ptc > ws-qtd-participantes
                           if ws-ptc-cartao (ws-idx-ptc)
                              = ws-cad-id (ws-idx-cadastro)
                               add 1 to ws-ptc-qtd-cartao
                               compute ws-ptc-percentual rounded =
                                   ws-ptc-cotas (ws-idx-ptc) * 100
                                   / ws-ptc-total-cotas
                               move ws-ptc-percentual
                                 to ws-ptc-percentual-ed
                               display "   " ws-ptc-nome (ws-idx-ptc)
                                       " - " ws-ptc-cotas (ws-idx-ptc)
                                       " cota(s) - "
                                       ws-ptc-percentual-ed "%"
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           if ws-ptc-qtd-cartao = 0
               display "Nenhum participante registrado. Cartoes sem "
                       "participantes sao atribuidos ao dono do cadastro."
           end-if

           .
       8830-listar-participantes-exit.
           exit.

      *>==================================
      *> Altera as Cotas de um Participante
      *>==================================

       8835-alterar-cotas section.

           perform 8820-localizar-participante

           if ws-cad-achado > 0
               if ws-ptc-achado = 0
                   display "Participante nao encontrado neste cartao."
               else
                   display "Cotas atuais: " ws-ptc-cotas (ws-ptc-achado)
                   display "Nova quantidade de cotas (1 a 999): "
                   accept ws-ptc-cotas-novo
                   perform until ws-ptc-cotas-novo > 0
                       display "Valor invalido. Informe de 1 a 999: "
                       accept ws-ptc-cotas-novo
                   end-perform
                   move ws-ptc-cotas-novo
                     to ws-ptc-cotas (ws-ptc-achado)
                   perform 8815-gravar-participantes
                   display "Cotas atualizadas para " ws-ptc-cotas-novo "."
               end-if
           end-if

           .
       8835-alterar-cotas-exit.
           exit.

      *>==================================
      *> Exclui um Participante de um Cartao
      *>==================================

       8840-excluir-participante section.

           perform 8820-localizar-participante

           if ws-cad-achado > 0
               if ws-ptc-achado = 0
                   display "Participante nao encontrado neste cartao."
               else
                   move 0 to ws-ptc-cartao (ws-ptc-achado)
                   perform 8815-gravar-participantes
                   display "Participante excluido do cartao "
                           ws-cad-id-busca "."
               end-if
           end-if

           .
       8840-excluir-participante-exit.
           exit.

      *>==================================
      *> Soma as Cotas do Cartao ws-ptc-cartao-busca e Guarda a Posicao
      *> do Ultimo Participante (recebe a sobra do arredondamento)
      *>==================================

       8845-somar-cotas-cartao section.

           move 0 to ws-ptc-total-cotas
           move 0 to ws-ptc-ultimo

           perform varying ws-idx-ptc from 1 by 1
                   until ws-idx-ptc > ws-qtd-participantes
               if ws-ptc-cartao (ws-idx-ptc) = ws-ptc-cartao-busca
               and ws-ptc-cartao (ws-idx-ptc) > 0
                   add ws-ptc-cotas (ws-idx-ptc) to ws-ptc-total-cotas
                   move ws-idx-ptc to ws-ptc-ultimo
               end-if
           end-perform

           .
       8845-somar-cotas-cartao-exit.
           exit.

      *>==================================
      *> Extrato por Participante: rateia por cota os debitos e
      *> creditos dos resultados oficiais (LIVRO.DAT) e os premios
      *> pendentes de resgate (PREMIOS.DAT) de cada cartao
      *>==================================

       8850-extrato-participantes section.

           perform 8010-carregar-cadastro
           perform 8810-carregar-participantes

           move 0 to ws-qtd-ext-cartoes
           move 0 to ws-qtd-pex
           move "N" to ws-ext-detalhar

      *>---- conferencia (C) e backtest (B) sao simulacoes: o bolao
      *>---- rateia somente o dinheiro dos concursos oficiais (R) e
      *>---- os estornos de correcao desses concursos (E)
           open input arq-livro
           if ws-fs-livro = "00"
               perform until ws-fs-livro = "10"
                   read arq-livro
                       at end
                           move "10" to ws-fs-livro
                       not at end
                           add 1 to ws-jor-lid-livro
                           if reg-liv-origem = "R"
                           or reg-liv-origem = "E"
                               perform 8160-acumular-lancamento
                           end-if
                   end-read
               end-perform
           end-if
           close arq-livro

           open input arq-premios
           if ws-fs-premios = "00"
               perform until ws-fs-premios = "10"
                   read arq-premios
                       at end
                           move "10" to ws-fs-premios
                       not at end
                           add 1 to ws-jor-lid-premios
                           perform 8245-normalizar-premio
                           if reg-pre-situacao = "P"
                               perform 8855-acumular-pendente
                           end-if
                   end-read
               end-perform
           end-if
           close arq-premios

           move "S" to ws-ext-detalhar

           display " "
           display "====================================================="
           display "===     Extrato por Participante do Bolao         ==="
           display "====================================================="
           display "(lancamentos de resultados oficiais, rateados pelas "
                   "cotas de PARTICIPANTES.DAT)"

           if ws-qtd-ext-cartoes = 0
               display "Nenhum cartao com lancamentos de resultados "
                       "oficiais. Rode a opcao 9 para gerar lancamentos."
           else
               display " "
               display "--- Rateio por cartao ---"
               perform varying ws-idx-ext from 1 by 1
                       until ws-idx-ext > ws-qtd-ext-cartoes
                   perform 8860-ratear-cartao
               end-perform

               display " "
               display "--- Resumo por participante ---"
               perform varying ws-idx-pex from 1 by 1
                       until ws-idx-pex > ws-qtd-pex
                   perform 8870-listar-participante
               end-perform
           end-if

           .
       8850-extrato-participantes-exit.
           exit.

      *>==================================
      *> Soma um Premio Pendente ao Cartao na Tabela do Extrato
      *>==================================

       8855-acumular-pendente section.

           move 0 to ws-ext-achado
           perform varying ws-idx-ext from 1 by 1
                   until ws-idx-ext > ws-qtd-ext-cartoes
               if ws-ext-id (ws-idx-ext) = reg-pre-cartao
                   move ws-idx-ext to ws-ext-achado
               end-if
           end-perform

           if ws-ext-achado = 0
           and ws-qtd-ext-cartoes < 200
               add 1 to ws-qtd-ext-cartoes
               move ws-qtd-ext-cartoes to ws-ext-achado
               move reg-pre-cartao to ws-ext-id (ws-ext-achado)
               move 0 to ws-ext-debito   (ws-ext-achado)
               move 0 to ws-ext-credito  (ws-ext-achado)
               move 0 to ws-ext-pendente (ws-ext-achado)
           end-if

           if ws-ext-achado > 0
               add reg-pre-valor to ws-ext-pendente (ws-ext-achado)
           end-if

           .
       8855-acumular-pendente-exit.
           exit.

      *>==================================
      *> Rateia o Cartao ws-ext-item (ws-idx-ext) entre os seus
      *> Participantes; sem participantes, o dono do cadastro fica
      *> com o cartao inteiro. O ultimo participante recebe a sobra
      *> do arredondamento, para o rateio fechar com o cartao
      *>==================================

       8860-ratear-cartao section.

           move ws-ext-id (ws-idx-ext) to ws-cad-id-busca
           move ws-ext-id (ws-idx-ext) to ws-ptc-cartao-busca
           perform 8845-somar-cotas-cartao

           display " "
           move ws-ext-debito (ws-idx-ext) to ws-ext-valor-ed
           display "Cartao " ws-cad-id-busca
                   " - Apostado: R$ " ws-ext-valor-ed
           move ws-ext-credito (ws-idx-ext) to ws-ext-valor-ed
           display "   Premios creditados: R$ " ws-ext-valor-ed
           move ws-ext-pendente (ws-idx-ext) to ws-ext-valor-ed
           display "   Premios pendentes de resgate: R$ " ws-ext-valor-ed

           move 0 to ws-ptc-soma-pago
           move 0 to ws-ptc-soma-ganho
           move 0 to ws-ptc-soma-pendente

           if ws-ptc-total-cotas = 0
               move "(sem dono no cadastro)" to ws-ptc-nome-novo
               perform varying ws-idx-cadastro from 1 by 1
                       until ws-idx-cadastro > ws-qtd-cadastro
                   if ws-cad-id (ws-idx-cadastro) = ws-cad-id-busca
                       move ws-cad-dono (ws-idx-cadastro)
                         to ws-ptc-nome-novo
                   end-if
               end-perform
               move 1 to ws-ptc-cotas-novo
               move 1 to ws-ptc-total-cotas
               move ws-ext-debito   (ws-idx-ext) to ws-ptc-pago
               move ws-ext-credito  (ws-idx-ext) to ws-ptc-ganho
               move ws-ext-pendente (ws-idx-ext) to ws-ptc-pendente
               perform 8865-lancar-participante
           else
               perform varying ws-idx-ptc from 1 by 1
                       until ws-idx-ptc > ws-qtd-participantes
                   if ws-ptc-cartao (ws-idx-ptc) = ws-cad-id-busca
                   and ws-ptc-cartao (ws-idx-ptc) > 0
                       if ws-idx-ptc = ws-ptc-ultimo
                           compute ws-ptc-pago =
                               ws-ext-debito (ws-idx-ext)
                               - ws-ptc-soma-pago
                           compute ws-ptc-ganho =
                               ws-ext-credito (ws-idx-ext)
                               - ws-ptc-soma-ganho
                           compute ws-ptc-pendente =
                               ws-ext-pendente (ws-idx-ext)
                               - ws-ptc-soma-pendente
                       else
                           compute ws-ptc-pago rounded =
                               ws-ext-debito (ws-idx-ext)
                               * ws-ptc-cotas (ws-idx-ptc)
                               / ws-ptc-total-cotas
                           compute ws-ptc-ganho rounded =
                               ws-ext-credito (ws-idx-ext)
                               * ws-ptc-cotas (ws-idx-ptc)
                               / ws-ptc-total-cotas
                           compute ws-ptc-pendente rounded =
                               ws-ext-pendente (ws-idx-ext)
                               * ws-ptc-cotas (ws-idx-ptc)
                               / ws-ptc-total-cotas
                           add ws-ptc-pago     to ws-ptc-soma-pago
                           add ws-ptc-ganho    to ws-ptc-soma-ganho
                           add ws-ptc-pendente to ws-ptc-soma-pendente
                       end-if
                       move ws-ptc-nome (ws-idx-ptc)  to ws-ptc-nome-novo
                       move ws-ptc-cotas (ws-idx-ptc) to ws-ptc-cotas-novo
                       perform 8865-lancar-participante
                   end-if
               end-perform
           end-if

           .
       8860-ratear-cartao-exit.
           exit.

      *>==================================
      *> Mostra a Parte de um Participante no Cartao e a Soma no
      *> Resumo por Participante (mesmo nome em varios cartoes)
      *>==================================

       8865-lancar-participante section.

           compute ws-ptc-percentual rounded =
               ws-ptc-cotas-novo * 100 / ws-ptc-total-cotas
           move ws-ptc-percentual to ws-ptc-percentual-ed

           display "   " ws-ptc-nome-novo " - " ws-ptc-cotas-novo
                   " cota(s) - " ws-ptc-percentual-ed "%"
           move ws-ptc-pago to ws-ext-valor-ed
           display "      Pago: R$ " ws-ext-valor-ed
           move ws-ptc-ganho to ws-ext-valor-ed
           display "      Ganho: R$ " ws-ext-valor-ed
           move ws-ptc-pendente to ws-ext-valor-ed
           display "      A receber (pendente): R$ " ws-ext-valor-ed

           move 0 to ws-pex-achado
           perform varying ws-idx-pex from 1 by 1
                   until ws-idx-pex > ws-qtd-pex
               if function upper-case (ws-pex-nome (ws-idx-pex))
                  = function upper-case (ws-ptc-nome-novo)
                   move ws-idx-pex to ws-pex-achado
               end-if
           end-perform

           if ws-pex-achado = 0
           and ws-qtd-pex < 500
               add 1 to ws-qtd-pex
               move ws-qtd-pex to ws-pex-achado
               move ws-ptc-nome-novo to ws-pex-nome (ws-pex-achado)
               move 0 to ws-pex-pago     (ws-pex-achado)
               move 0 to ws-pex-ganho    (ws-pex-achado)
               move 0 to ws-pex-pendente (ws-pex-achado)
           end-if

           if ws-pex-achado > 0
               add ws-ptc-pago     to ws-pex-pago     (ws-pex-achado)
               add ws-ptc-ganho    to ws-pex-ganho    (ws-pex-achado)
               add ws-ptc-pendente to ws-pex-pendente (ws-pex-achado)
           end-if

           .
       8865-lancar-participante-exit.
           exit.

      *>==================================
      *> Linha do Resumo de um Participante
      *>==================================

       8870-listar-participante section.

           compute ws-ext-saldo =
               ws-pex-ganho (ws-idx-pex) - ws-pex-pago (ws-idx-pex)
           move ws-ext-saldo to ws-ext-saldo-ed

           display function trim (ws-pex-nome (ws-idx-pex)) ":"
           move ws-pex-pago (ws-idx-pex) to ws-ext-valor-ed
           display "   Pago: R$ " ws-ext-valor-ed
           move ws-pex-ganho (ws-idx-pex) to ws-ext-valor-ed
           display "   Ganho: R$ " ws-ext-valor-ed
           display "   Resultado liquido: R$ " ws-ext-saldo-ed
           move ws-pex-pendente (ws-idx-pex) to ws-ext-valor-ed
           display "   A receber (premios pendentes): R$ " ws-ext-valor-ed

           .
       8870-listar-participante-exit.
           exit.

      *>------------------------------------------------------------------------

           close arq-sorteios
           close arq-sessoes

           move 0 to ws-jor-job
           if ws-jor-situacao-exec = spaces
               move "OK" to ws-jor-situacao
           else
               move ws-jor-situacao-exec to ws-jor-situacao
           end-if
           move ws-qtd-jobs to ws-jor-resultado
           perform 8535-registrar-fim-jornal
           perform 8510-liberar-trava
           stop run
           .
