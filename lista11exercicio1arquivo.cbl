           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *> controle das competencias: a situacao de cada mes (fechado,
      *> reaberto, arquivado no historico ou restaurado para vistoria)
      *> com quem fechou/reabriu e quando. Mes fechado nao
      *> aceita digitacao, correcao, justificativa nem importacao; mes
      *> sem registro neste arquivo esta aberto
           select arqCompetencias assign to "CTLCOMP.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCompetencias.

      *> cadastro dos dataloggers (numero de serie, local onde esta
      *> instalado, ultima/proxima calibracao e correcao do certificado):
      *> a importacao so aceita leituras de logger cadastrado, no local
      *> certo e com a calibracao em dia, e aplica a correcao
           select arqLoggers assign to "CADLOGGER.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLoggers.

      *> relatorio mensal das calibracoes a vencer nos proximos dias,
      *> para a metrologia programar os dataloggers
           select relCalibracao assign to ws-nome-relcalib
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relCalibracao.

      *> registro de armazenagem: cada lote de produto com o local onde
      *> ficou guardado e as datas de entrada e de saida (saida zerada =
      *> lote ainda no local), mantido por tela propria ou carregado do
      *> arquivo de movimentacao de estoque
           select arqLotes assign to "CADLOTE.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLotes.

      *> arquivo de interface com o estoque: entradas ("E") e saidas
      *> ("S") de lotes nos locais monitorados
           select arqMovEstoque assign to "MOVESTQ.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMovEstoque.

      *> relatorio de impacto das excursoes: os lotes presentes no local
      *> no dia de cada excursao, com a faixa do produto e a sugestao de
      *> quarentena
           select relImpacto assign to ws-nome-relimpac
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relImpacto.

      *> arquivo de saida para o gateway de e-mail/SMS: uma linha por
      *> alerta de leitura fora da faixa, somente anexado
           select arqAlertas assign to "ALERTAS.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertas.

      *> agenda de leituras por local (turnos exigidos em cada dia da
      *> semana e hora limite de cada turno) e calendario de paradas da
      *> planta: o que a conferencia cobra e o que a vigilancia de atrasos
      *> do dia procura
           select arqAgenda assign to "CADAGENDA.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAgenda.

           select arqCalendario assign to "CADCALEND.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCalendario.

      *> retorno do sistema corporativo da qualidade para a exportacao
      *> de uma competencia (RETEXP-AAAAMM.csv): as linhas aceitas e as
      *> rejeitadas com o codigo do motivo; a conciliacao vai para
      *> RELRETEXP-AAAAMM.txt e as competencias exportadas que nunca
      *> tiveram retorno para RELSEMRET.txt
           select arqRetorno assign to ws-nome-retexp
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetorno.

           select relRetorno assign to ws-nome-relretexp
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relRetorno.

           select relSemRetorno assign to "RELSEMRET.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relSemRetorno.

      *> resumo estatistico gravado no fechamento de cada competencia,
      *> um registro por competencia/local: os relatorios anual,
      *> comparativo e plurianual leem daqui em vez de reprocessar os
      *> arquivos mensais
           select arqResumo assign to "RESUMOMES.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-res-chave
           lock mode is automatic
           file status is ws-fs-arqResumo.

           select relPlurianual assign to ws-nome-relpluri
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relPlurianual.

           select relTendencia assign to ws-nome-reltend
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relTendencia.

      *> conjunto anual do arquivo historico (ARQ*-AAAA.txt): leituras,
      *> relatorios e entradas de OCORREXC, AUDITORIA e CATREL das
      *> competencias que passaram da retencao, com as contagens e totais
      *> de cada arquivamento em ARQCTL-AAAA.txt (conferidos antes de
      *> qualquer restauracao)
           select arqArqTemp assign to ws-nome-arqtemp
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqTemp.

           select arqArqRel assign to ws-nome-arqrel
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqRel.

           select arqArqOcor assign to ws-nome-arqocor
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqOcor.

           select arqArqAud assign to ws-nome-arqaud
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqAud.

           select arqArqCat assign to ws-nome-arqcat
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqCat.

           select arqArqCtl assign to ws-nome-arqctl
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqCtl.

      *> copia de trabalho para aparar OCORREXC, CATREL, AUDITORIA e os
      *> anuais: o que fica vai para ca e volta depois por cima do original
           select arqArqTrab assign to "ARQTRAB.tmp"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqTrab.

           select arqArqAno assign to ws-arq-nome-ano
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArqAno.

      *> relatorio de uma competencia sendo arquivado ou restaurado (o
      *> nome vem da lista montada para a competencia ou do conjunto anual)
           select relArquivo assign to ws-arq-nome-rel
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relArquivo.

       I-O-Control.


      *> faixa nao definida, a mesma convencao da faixa de temperatura)
           05 fd-locais-umid-min                   pic 9(03).
           05 fd-locais-umid-max                   pic 9(03).
      *> contatos do local para o arquivo de alertas: o responsavel recebe
      *> o alerta da leitura e o de escalonamento o da ocorrencia que segue
      *> pendente (em branco nos registros antigos)
           05 fd-locais-contato-resp               pic x(40).
           05 fd-locais-contato-esc                pic x(40).

       fd relExcursoes.
       01 fd-relExcursoes-linha                    pic x(80).
       fd relAnual.
       01 fd-relAnual-linha                        pic x(80).

      *> perfil de acesso ao menu: L leitura, S supervisor, Q qualidade,
      *> A administrador (em branco nos registros antigos = administrador)
       fd arqOperadores.
       01 fd-oper-reg.
           05 fd-oper-id                           pic x(10).
           05 fd-oper-nome                         pic x(30).
           05 fd-oper-ativo                        pic x(01).
           05 fd-oper-perfil                       pic x(01).

       fd relOperadores.
       01 fd-relOperadores-linha                   pic x(80).
           05 fd-ocor-acao                         pic x(30).
           05 fd-ocor-operador                     pic x(10).
           05 fd-ocor-datahora                     pic x(14).
      *> data/hora do primeiro alerta da leitura (em branco = ocorrencia
      *> vinda so do relatorio, sem alerta), "S" quando o escalonamento ja
      *> foi emitido, e quem gravou a leitura (operador ou datalogger)
           05 fd-ocor-alerta-dh                    pic x(14).
           05 fd-ocor-escalado                     pic x(01).
           05 fd-ocor-origem                       pic x(10).

       fd arqMotivos.
       01 fd-motivo-reg.
           05 fd-motivo-desc                       pic x(30).

      *> uma linha: competencia AAAAMM, espaco e os passos (letras):
      *> I importacao, F conferencia, C fechamento da competencia,
      *> R relatorios do mes, O relatorio por operador, E exportacao CSV,
      *> M carga da movimentacao de estoque, Q impacto das excursoes nos
      *> lotes, V calibracoes de datalogger a vencer, A escalonamento dos
      *> alertas pendentes, T leituras do dia em atraso, Y conciliacao do
      *> retorno da qualidade, D tendencia/deriva dos sensores, H arquivamento
      *> do historico; em seguida, o prazo do escalonamento em horas (em
      *> branco = 4 horas), a janela da tendencia: S semanas ou M meses e a
      *> quantidade (em branco = 8 semanas) e a retencao do historico em
      *> meses (em branco = 24 meses)
       fd arqParamLote.
       01 fd-parm-linha.
           05 fd-parm-aaaamm                       pic 9(06).
           05 filler                               pic x(01).
           05 fd-parm-passos                       pic x(20).
           05 filler                               pic x(01).
           05 fd-parm-horas-escal                  pic 9(03).
           05 filler                               pic x(01).
           05 fd-parm-tend-unid                    pic x(01).
           05 fd-parm-tend-qtd                     pic 9(02).
           05 filler                               pic x(01).
           05 fd-parm-retencao                     pic 9(03).

       fd arqLogLote.
       01 fd-loglote-linha.
           05 fd-cat-nome                          pic x(25).
           05 fd-cat-datahora                      pic x(14).
           05 fd-cat-operador                      pic x(10).
      *> "R" = entrada trazida de volta pela restauracao de um ano do
      *> arquivo historico (o original continua no conjunto anual)
           05 fd-cat-restaurado                    pic x(01).

       fd arqRelLido.
       01 fd-relLido-linha                         pic x(132).
       01 fd-exportacao-linha                      pic x(120).

      *> cada linha do diario carrega quando, quem, o evento e o detalhe
      *> (para manutencoes, a imagem antes/depois do registro alterado);
      *> "R" no final marca o evento trazido de volta pela restauracao de
      *> um ano do arquivo historico
       fd arqAuditoria.
       01 fd-aud-reg.
           05 fd-aud-datahora                      pic x(14).
           05 fd-aud-operador                      pic x(10).
           05 fd-aud-evento                        pic x(10).
           05 fd-aud-detalhe                       pic x(120).
           05 fd-aud-restaurado                    pic x(01).

      *> situacao "F" fechada / "R" reaberta (aguardando novo fechamento) /
      *> "A" arquivada no historico / "V" restaurada para vistoria (so
      *> consulta, volta a "A" no proximo arquivamento); o ultimo
      *> fechamento e a ultima reabertura ficam no registro, o historico
      *> completo fica no diario de auditoria
       fd arqCompetencias.
       01 fd-ctl-reg.
           05 fd-ctl-aaaamm                        pic 9(06).
           05 fd-ctl-situacao                      pic x(01).
           05 fd-ctl-fech-oper                     pic x(10).
           05 fd-ctl-fech-datahora                 pic x(14).
           05 fd-ctl-reab-oper                     pic x(10).
           05 fd-ctl-reab-datahora                 pic x(14).
           05 fd-ctl-reab-motivo                   pic x(40).
      *> ultima exportacao para a qualidade (data/hora e total do
      *> trailer) e o retorno dela: "T" transmitida (todas as linhas
      *> aceitas), "P" parcialmente aceita, "R" recusada; em branco =
      *> exportada e ainda sem retorno (ou nunca exportada, sem data/hora)
           05 fd-ctl-exp-datahora                  pic x(14).
           05 fd-ctl-exp-qtd                       pic 9(04).
           05 fd-ctl-ret-situacao                  pic x(01).
           05 fd-ctl-ret-datahora                  pic x(14).
           05 fd-ctl-ret-aceitas                   pic 9(04).
           05 fd-ctl-ret-rejeitadas                pic 9(04).

      *> datas de calibracao em AAAAMMDD; a correcao do certificado e
      *> somada a leitura bruta do datalogger na importacao
       fd arqLoggers.
       01 fd-logger-reg.
           05 fd-logger-serie                      pic x(10).
           05 fd-logger-local                      pic 9(02).
           05 fd-logger-ativo                      pic x(01).
           05 fd-logger-ult-calib                  pic 9(08).
           05 fd-logger-prox-calib                 pic 9(08).
           05 fd-logger-correcao                   pic s9(02)V99.

       fd relCalibracao.
       01 fd-relCalibracao-linha                   pic x(80).

      *> faixa de armazenagem do produto (minimo igual ao maximo = faixa
      *> nao informada); datas em AAAAMMDD, saida zerada = ainda no local
       fd arqLotes.
       01 fd-lote-reg.
           05 fd-lote-num                          pic x(12).
           05 fd-lote-local                        pic 9(02).
           05 fd-lote-produto                      pic x(10).
           05 fd-lote-prod-desc                    pic x(20).
           05 fd-lote-prod-min                     pic s9(03)V99.
           05 fd-lote-prod-max                     pic s9(03)V99.
           05 fd-lote-entrada                      pic 9(08).
           05 fd-lote-saida                        pic 9(08).

      *> uma linha por movimento: na entrada vem o produto e a sua faixa
      *> de armazenagem; na saida bastam o lote, o local e a data
       fd arqMovEstoque.
       01 fd-mov-reg.
           05 fd-mov-tipo                          pic x(01).
           05 fd-mov-lote                          pic x(12).
           05 fd-mov-local                         pic 9(02).
           05 fd-mov-data                          pic 9(08).
           05 fd-mov-produto                       pic x(10).
           05 fd-mov-prod-desc                     pic x(20).
           05 fd-mov-prod-min                      pic s9(03)V99.
           05 fd-mov-prod-max                      pic s9(03)V99.

       fd relImpacto.
       01 fd-relImpacto-linha                      pic x(100).

      *> nivel "R" = alerta da leitura para o responsavel do local, "E" =
      *> escalonamento para o contato superior quando a ocorrencia segue
      *> pendente alem do prazo; origem = operador ou datalogger da leitura
       fd arqAlertas.
       01 fd-alr-reg.
           05 fd-alr-datahora                      pic x(14).
           05 fd-alr-nivel                         pic x(01).
           05 fd-alr-contato                       pic x(40).
           05 fd-alr-aaaamm                        pic 9(06).
           05 fd-alr-local                         pic 9(02).
           05 fd-alr-local-nome                    pic x(15).
           05 fd-alr-dia                           pic 9(02).
           05 fd-alr-turno                         pic 9(01).
           05 fd-alr-valor                         pic ---9,99.
           05 fd-alr-limite                        pic ---9,99.
           05 fd-alr-tipo-lim                      pic x(03).
           05 fd-alr-origem                        pic x(10).

      *> um registro por local: para cada dia da semana (1 segunda a
      *> 7 domingo) tres bytes "S"/"N" com os turnos 1, 2 e 3 exigidos,
      *> seguidos da hora limite (HHMM) de cada turno. Local sem agenda
      *> continua cobrado pelos tres turnos, todos os dias
       fd arqAgenda.
       01 fd-agd-reg.
           05 fd-agd-local                         pic 9(02).
           05 fd-agd-semana                        pic x(21).
           05 fd-agd-prazos                        pic x(12).

      *> dias de parada da planta: nenhum turno e exigido nessas datas
       fd arqCalendario.
       01 fd-cal-reg.
           05 fd-cal-data                          pic 9(08).
           05 fd-cal-desc                          pic x(30).

      *> linhas delimitadas por ponto-e-virgula: cabecalho
      *> "RETEXP;AAAAMM", uma linha por leitura recebida - "A;LL;DD;T"
      *> aceita ou "R;LL;DD;T;CCC;descricao" rejeitada com o codigo do
      *> motivo - e o trailer "TOTAL;nnnn" do proprio sistema da qualidade
       fd arqRetorno.
       01 fd-ret-linha                             pic x(100).

       fd relRetorno.
       01 fd-relRetorno-linha                      pic x(80).

       fd relSemRetorno.
       01 fd-relSemRetorno-linha                   pic x(80).

      *> estatisticas do mes por local, calculadas pela rotina media no
      *> fechamento; fd-res-desatualizado = "S" quando o arquivo do mes
      *> foi alterado depois do resumo gravado (competencia reaberta)
      *> e o resumo so volta a valer no proximo fechamento
       fd arqResumo.
       01 fd-res-reg.
           05 fd-res-chave.
               10 fd-res-aaaamm                    pic 9(06).
               10 fd-res-local                     pic 9(02).
           05 fd-res-tem-dados                     pic x(01).
           05 fd-res-media                         pic s9(03)V99.
           05 fd-res-maxima                        pic s9(03)V99.
           05 fd-res-dia-max                       pic 9(02).
           05 fd-res-minima                        pic s9(03)V99.
           05 fd-res-dia-min                       pic 9(02).
           05 fd-res-desvpad                       pic 9(03)V99.
           05 fd-res-mkt                           pic s9(03)V99.
           05 fd-res-umid-media                    pic 9(03)V99.
           05 fd-res-umid-maxima                   pic 9(03).
           05 fd-res-umid-minima                   pic 9(03).
           05 fd-res-umid-qtd                      pic 9(03).
           05 fd-res-qtd-leituras                  pic 9(03).
           05 fd-res-qtd-lacunas                   pic 9(03).
      *> dias com alguma leitura fora da faixa de operacao do local
           05 fd-res-dias-fora                     pic 9(02).
           05 fd-res-datahora                      pic x(14).
           05 fd-res-desatualizado                 pic x(01).
           05 fd-res-alt-datahora                  pic x(14).

       fd relPlurianual.
       01 fd-relPlurianual-linha                   pic x(132).

       fd relTendencia.
       01 fd-relTendencia-linha                    pic x(132).

      *> cada linha do conjunto anual leva a competencia de origem na
      *> frente da imagem do registro original
       fd arqArqTemp.
       01 fd-arqt-reg.
           05 fd-arqt-aaaamm                       pic 9(06).
           05 fd-arqt-dados.
               10 fd-arqt-chave                    pic x(05).
               10 fd-arqt-temperatura              pic s9(03)V99.
               10 filler                           pic x(30).

       fd arqArqRel.
       01 fd-arqr-reg.
           05 fd-arqr-aaaamm                       pic 9(06).
           05 fd-arqr-nome                         pic x(25).
           05 fd-arqr-linha                        pic x(132).

      *> imagens das linhas de OCORREXC, AUDITORIA e CATREL como estavam
       fd arqArqOcor.
       01 fd-arqo-linha                            pic x(133).

       fd arqArqAud.
       01 fd-arqa-linha                            pic x(155).

       fd arqArqCat.
       01 fd-arqc-linha                            pic x(50).

      *> tipo "C": uma linha por competencia arquivada (leituras, soma das
      *> temperaturas, relatorios e linhas de relatorio, ocorrencias);
      *> tipo "J": uma linha por ARQAUD/ARQCAT do ano fechado no
      *> arquivamento, com as entradas de AUDITORIA e CATREL levadas para
      *> ele
       fd arqArqCtl.
       01 fd-actl-reg.
           05 fd-actl-tipo                         pic x(01).
           05 fd-actl-aaaamm                       pic 9(06).
           05 fd-actl-datahora                     pic x(14).
           05 fd-actl-operador                     pic x(10).
           05 fd-actl-qtd-leit                     pic 9(07).
           05 fd-actl-soma-temp                    pic s9(09)V99.
           05 fd-actl-qtd-rel                      pic 9(03).
           05 fd-actl-qtd-linhas                   pic 9(07).
           05 fd-actl-qtd-ocor                     pic 9(05).
           05 fd-actl-qtd-aud                      pic 9(07).
           05 fd-actl-qtd-cat                      pic 9(05).

       fd arqArqTrab.
       01 fd-trab-linha                            pic x(163).

      *> qualquer dos anuais com a competencia a frente (ARQTEMP, ARQREL,
      *> ARQOCOR), para retirar as linhas de uma competencia
       fd arqArqAno.
       01 fd-arqn-reg.
           05 fd-arqn-aaaamm                       pic 9(06).
           05 fd-arqn-resto                        pic x(157).

       fd relArquivo.
       01 fd-relArquivo-linha                      pic x(132).

      *>----Variáveis de trabalho
       Working-storage Section.
               10 ws-local-lim-max                  pic s9(03)V99.
               10 ws-local-umid-min                 pic 9(03).
               10 ws-local-umid-max                 pic 9(03).
               10 ws-local-contato-resp             pic x(40).
               10 ws-local-contato-esc              pic x(40).
               10 ws-local-umid-media               pic 9(03)V99.
               10 ws-local-umid-maxima              pic 9(03).
               10 ws-local-umid-minima              pic 9(03).
               10 ws-cadloc-lim-max                 pic s9(03)V99.
               10 ws-cadloc-umid-min                pic 9(03).
               10 ws-cadloc-umid-max                pic 9(03).
               10 ws-cadloc-contato-resp            pic x(40).
               10 ws-cadloc-contato-esc             pic x(40).

      *>----Variáveis do menu principal e das telas de manutenção/consulta
       77 ws-opcao-menu                            pic x(01).
       77 ws-edit-lim-max                          pic s9(03)V99.
       77 ws-edit-umid-min                         pic 9(03).
       77 ws-edit-umid-max                         pic 9(03).
       77 ws-edit-contato-resp                     pic x(40).
       77 ws-edit-contato-esc                      pic x(40).
       77 ws-lin-tela                              pic 9(02).
       77 ws-mes-ok                                pic x(01).
       77 ws-comp-valida                           pic x(01).
                   15 ws-anual-fora                 pic 9(02).
                   15 ws-anual-exc-trat             pic 9(02).
                   15 ws-anual-exc-pend             pic 9(02).
                   15 ws-anual-desatual             pic x(01).
               10 ws-anual-max                      pic s9(03)V99.
               10 ws-anual-max-mes                  pic 9(02).
               10 ws-anual-max-dia                  pic 9(02).
       77 ws-edoper-id                             pic x(10).
       77 ws-edoper-nome                           pic x(30).
       77 ws-edoper-ativo                          pic x(01).
       77 ws-edoper-perfil                         pic x(01).
       77 ws-qtd-oper-admin                        pic 9(02).
       01 ws-tab-cadoper.
           05 ws-cadoper occurs 20.
               10 ws-cadoper-id                     pic x(10).
               10 ws-cadoper-nome                   pic x(30).
               10 ws-cadoper-ativo                  pic x(01).
               10 ws-cadoper-perfil                 pic x(01).

      *>----Perfis de acesso ao menu principal: cada opcao controlada traz
      *> a posicao na tela (linha/coluna) e os perfis que podem usa-la
      *> (L leitura, S supervisor, Q qualidade, A administrador). Opcao
      *> fora da tabela (X - Sair) e livre para todos
       77 ws-perfil-logado                         pic x(01).
       77 ws-perm-ind                              pic 9(02).
       77 ws-perm-qtd                              pic 9(02) value 25.
       77 ws-perm-conta                            pic 9(02).
       77 ws-perm-ok                               pic x(01).
       77 ws-perm-opcao                            pic x(01).
       77 ws-perm-branco                           pic x(34) value spaces.
       01 ws-tab-perm-valores.
           05 filler                                pic x(09) value "10307LSA ".
           05 filler                                pic x(09) value "20407LSQA".
           05 filler                                pic x(09) value "30507SA  ".
           05 filler                                pic x(09) value "40607LSA ".
           05 filler                                pic x(09) value "50707SQA ".
           05 filler                                pic x(09) value "60807SQA ".
           05 filler                                pic x(09) value "70907SQA ".
           05 filler                                pic x(09) value "81007SQA ".
           05 filler                                pic x(09) value "91107QA  ".
           05 filler                                pic x(09) value "J1207SA  ".
           05 filler                                pic x(09) value "L0347A   ".
           05 filler                                pic x(09) value "M0447A   ".
           05 filler                                pic x(09) value "O0547A   ".
           05 filler                                pic x(09) value "A0647QA  ".
           05 filler                                pic x(09) value "R0747LSQA".
           05 filler                                pic x(09) value "P0847SQA ".
           05 filler                                pic x(09) value "D0947QA  ".
           05 filler                                pic x(09) value "V1047SQA ".
           05 filler                                pic x(09) value "K1147SQA ".
           05 filler                                pic x(09) value "W1247LSQA".
           05 filler                                pic x(09) value "G1307SA  ".
           05 filler                                pic x(09) value "Y1347QA  ".
           05 filler                                pic x(09) value "U1407SQA ".
           05 filler                                pic x(09) value "T1447SQA ".
           05 filler                                pic x(09) value "H1507A   ".
       01 ws-tab-perm redefines ws-tab-perm-valores.
           05 ws-perm occurs 25.
               10 ws-perm-cod                       pic x(01).
               10 ws-perm-linha                     pic 9(02).
               10 ws-perm-coluna                    pic 9(02).
               10 ws-perm-perfis                    pic x(04).

      *>----Variáveis do relatório mensal por operador (RELOPER.txt): as
      *> leituras do mês ficam em memória para serem agrupadas por
               10 ws-ocor-acao                      pic x(30).
               10 ws-ocor-operador                  pic x(10).
               10 ws-ocor-datahora                  pic x(14).
               10 ws-ocor-alerta-dh                 pic x(14).
               10 ws-ocor-escalado                  pic x(01).
               10 ws-ocor-origem                    pic x(10).
       01 ws-ocor-aaaamm-aux                       pic 9(06).
       01 ws-ocor-aaaamm-aux-red redefines ws-ocor-aaaamm-aux.
           05 ws-ocor-aux-aaaa                      pic 9(04).
           05 ws-aud-opr-nome                       pic x(30).
           05 filler                                pic x(01) value space.
           05 ws-aud-opr-ativo                      pic x(01).
           05 filler                                pic x(01) value space.
           05 ws-aud-opr-perfil                     pic x(01).
       01 ws-aud-img-antes                         pic x(50).
       01 ws-aud-img-depois                        pic x(50).
       01 ws-aud-ajuste-det.
           05 filler                                pic x(09) value " depois: ".
           05 ws-aud-aju-depois                     pic ---9,99.

      *>----Variáveis do controle de competências (CTLCOMP.txt): a tabela
      *> e a imagem completa do arquivo, regravado inteiro a cada
      *> fechamento/reabertura, como os demais cadastros
       77 ws-fs-arqCompetencias                    pic 9(02).
       77 ws-max-ctl                               pic 9(03) value 300.
       77 ws-qtd-ctl                               pic 9(03) value 0.
       77 ws-ctl-ind                               pic 9(03).
       77 ws-ctl-idx                               pic 9(03).
       77 ws-busca-ctl-aaaamm                      pic 9(06).
       77 ws-busca-ctl-achou                       pic x(01).
       77 ws-ctl-fechada                           pic x(01).
       77 ws-ctl-arquivada                         pic x(01).
       77 ws-ctl-motivo                            pic x(40).
       77 ws-ctl-confirma                          pic x(01).
       01 ws-tab-ctl.
           05 ws-ctl occurs 300.
               10 ws-ctl-aaaamm                     pic 9(06).
               10 ws-ctl-situacao                   pic x(01).
               10 ws-ctl-fech-oper                  pic x(10).
               10 ws-ctl-fech-datahora              pic x(14).
               10 ws-ctl-reab-oper                  pic x(10).
               10 ws-ctl-reab-datahora              pic x(14).
               10 ws-ctl-reab-motivo                pic x(40).
               10 ws-ctl-exp-datahora               pic x(14).
               10 ws-ctl-exp-qtd                    pic 9(04).
               10 ws-ctl-ret-situacao               pic x(01).
               10 ws-ctl-ret-datahora               pic x(14).
               10 ws-ctl-ret-aceitas                pic 9(04).
               10 ws-ctl-ret-rejeitadas             pic 9(04).

      *>----Variáveis do cadastro de dataloggers (CADLOGGER.txt), da
      *> validacao de calibracao na importacao e do relatorio mensal de
      *> calibracoes a vencer (RELCALIB-AAAAMM.txt)
       77 ws-fs-arqLoggers                         pic 9(02).
       77 ws-fs-relCalibracao                      pic 9(02).
       77 ws-max-logger                            pic 9(03) value 100.
       77 ws-qtd-logger                            pic 9(03) value 0.
       77 ws-logger-ind                            pic 9(03).
       77 ws-logger-idx                            pic 9(03).
       77 ws-busca-logger-serie                    pic x(10).
       77 ws-busca-logger-achou                    pic x(01).
       77 ws-edlog-serie                           pic x(10).
       77 ws-edlog-local                           pic 9(02).
       77 ws-edlog-ativo                           pic x(01).
       77 ws-edlog-ult-calib                       pic 9(08).
       77 ws-edlog-prox-calib                      pic 9(08).
       77 ws-edlog-correcao                        pic s9(02)V99.
       77 ws-imp-temp-corr                         pic s9(03)V99.
       77 ws-calib-data-leitura                    pic 9(08).
       77 ws-calib-hoje                            pic 9(08).
       77 ws-calib-limite                          pic 9(08).
       77 ws-calib-dias-aviso                      pic 9(03) value 30.
       77 ws-calib-qtd                             pic 9(03).
       77 ws-calib-qtd-edt                         pic zz9.
       01 ws-tab-logger.
           05 ws-logger occurs 100.
               10 ws-logger-serie                   pic x(10).
               10 ws-logger-local                   pic 9(02).
               10 ws-logger-ativo                   pic x(01).
               10 ws-logger-ult-calib               pic 9(08).
               10 ws-logger-prox-calib              pic 9(08).
               10 ws-logger-correcao                pic s9(02)V99.
       01 ws-nome-relcalib.
           05 filler                                pic x(09) value "RELCALIB-".
           05 ws-nome-relcalib-aaaamm               pic 9(06).
           05 filler                                pic x(04) value ".txt".
       01 ws-calib-msg-texto                       pic x(80).
       01 ws-calib-lin-det.
           05 ws-calib-lin-serie                    pic x(10).
           05 filler                                pic x(02) value spaces.
           05 ws-calib-lin-local                    pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-calib-lin-nome                     pic x(15).
           05 filler                                pic x(02) value spaces.
           05 ws-calib-lin-ult                      pic 9(08).
           05 filler                                pic x(03) value spaces.
           05 ws-calib-lin-prox                     pic 9(08).
           05 filler                                pic x(03) value spaces.
           05 ws-calib-lin-situacao                 pic x(08).
           05 filler                                pic x(18) value spaces.
       01 ws-aud-img-logger.
           05 ws-aud-log-serie                      pic x(10).
           05 filler                                pic x(01) value space.
           05 ws-aud-log-local                      pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-aud-log-ativo                      pic x(01).
           05 filler                                pic x(01) value space.
           05 ws-aud-log-ult                        pic 9(08).
           05 filler                                pic x(01) value space.
           05 ws-aud-log-prox                       pic 9(08).
           05 filler                                pic x(01) value space.
           05 ws-aud-log-corr                       pic --9,99.

      *>----Variáveis do registro de armazenagem de lotes (CADLOTE.txt),
      *> da carga do arquivo de movimentacao de estoque (MOVESTQ.txt) e
      *> do relatorio de impacto das excursoes (RELIMPAC-AAAAMM.txt)
       77 ws-fs-arqLotes                           pic 9(02).
       77 ws-fs-arqMovEstoque                      pic 9(02).
       77 ws-fs-relImpacto                         pic 9(02).
       77 ws-max-lote                              pic 9(03) value 500.
       77 ws-qtd-lote                              pic 9(03) value 0.
       77 ws-lote-ind                              pic 9(03).
       77 ws-lote-idx                              pic 9(03).
       77 ws-busca-lote-num                        pic x(12).
       77 ws-busca-lote-local                      pic 9(02).
       77 ws-busca-lote-achou                      pic x(01).
       77 ws-busca-lote-aberto                     pic x(01).
       77 ws-lote-opcao                            pic x(01).
       77 ws-edlot-num                             pic x(12).
       77 ws-edlot-local                           pic 9(02).
       77 ws-edlot-produto                         pic x(10).
       77 ws-edlot-prod-desc                       pic x(20).
       77 ws-edlot-prod-min                        pic s9(03)V99.
       77 ws-edlot-prod-max                        pic s9(03)V99.
       77 ws-edlot-entrada                         pic 9(08).
       77 ws-edlot-saida                           pic 9(08).
       77 ws-mov-aceitos                           pic 9(04).
       77 ws-mov-rejeitados                        pic 9(04).
       77 ws-mov-aceitos-edt                       pic zzz9.
       77 ws-mov-rejeitados-edt                    pic zzz9.
       77 ws-mov-valido                            pic x(01).
       77 ws-ipc-data                              pic 9(08).
       77 ws-ipc-qtd-exc                           pic 9(03).
       77 ws-ipc-qtd-lotes                         pic 9(04).
       77 ws-ipc-qtd-quar                          pic 9(04).
       77 ws-ipc-lotes-exc                         pic 9(03).
       77 ws-ipc-qtd-exc-edt                       pic zz9.
       77 ws-ipc-qtd-lotes-edt                     pic zzz9.
       77 ws-ipc-qtd-quar-edt                      pic zzz9.
       77 ws-ipc-temp-edt                          pic ---9,99.
       01 ws-tab-lote.
           05 ws-lote occurs 500.
               10 ws-lote-num                       pic x(12).
               10 ws-lote-local                     pic 9(02).
               10 ws-lote-produto                   pic x(10).
               10 ws-lote-prod-desc                 pic x(20).
               10 ws-lote-prod-min                  pic s9(03)V99.
               10 ws-lote-prod-max                  pic s9(03)V99.
               10 ws-lote-entrada                   pic 9(08).
               10 ws-lote-saida                     pic 9(08).
       01 ws-nome-relimpac.
           05 filler                                pic x(09) value "RELIMPAC-".
           05 ws-nome-relimpac-aaaamm               pic 9(06).
           05 filler                                pic x(04) value ".txt".
       01 ws-ipc-msg-texto                         pic x(100).
       01 ws-ipc-lin-lote.
           05 filler                                pic x(04) value spaces.
           05 ws-ipc-lin-lote-num                   pic x(12).
           05 filler                                pic x(01) value space.
           05 ws-ipc-lin-produto                    pic x(10).
           05 filler                                pic x(01) value space.
           05 ws-ipc-lin-prod-desc                  pic x(20).
           05 filler                                pic x(01) value space.
           05 ws-ipc-lin-prod-min                   pic ---9,99.
           05 filler                                pic x(03) value " a ".
           05 ws-ipc-lin-prod-max                   pic ---9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-ipc-lin-flag                       pic x(10).
           05 filler                                pic x(21) value spaces.
       01 ws-aud-img-lote.
           05 ws-aud-lot-num                        pic x(12).
           05 filler                                pic x(01) value space.
           05 ws-aud-lot-local                      pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-aud-lot-produto                    pic x(10).
           05 filler                                pic x(01) value space.
           05 ws-aud-lot-entrada                    pic 9(08).
           05 filler                                pic x(01) value space.
           05 ws-aud-lot-saida                      pic 9(08).

      *>----Variáveis do arquivo de alertas (ALERTAS.txt): alerta na
      *> digitacao/importacao da leitura fora da faixa e escalonamento,
      *> pelo lote, da ocorrencia que segue pendente alem do prazo
       77 ws-fs-arqAlertas                         pic 9(02).
       77 ws-alr-nivel                             pic x(01).
       77 ws-alr-contato                           pic x(40).
       77 ws-alr-aaaamm                            pic 9(06).
       77 ws-alr-local-idx                         pic 9(02).
       77 ws-alr-dia                               pic 9(02).
       77 ws-alr-turno                             pic 9(01).
       77 ws-alr-valor-num                         pic s9(03)V99.
       77 ws-alr-limite-num                        pic s9(03)V99.
       77 ws-alr-tipo-lim                          pic x(03).
       77 ws-alr-origem                            pic x(10).
       77 ws-alr-horas-escal                       pic 9(03) value 4.
       77 ws-alr-horas-edt                         pic zz9.
       77 ws-alr-agora-min                         pic 9(11).
       77 ws-alr-ocor-min                          pic 9(11).
       77 ws-alr-qtd-escal                         pic 9(03).
       77 ws-alr-qtd-escal-edt                     pic zz9.
       01 ws-alr-dh-aux.
           05 ws-alr-dh-data                        pic 9(08).
           05 ws-alr-dh-hh                          pic 9(02).
           05 ws-alr-dh-mm                          pic 9(02).
           05 ws-alr-dh-ss                          pic 9(02).

      *>----Variáveis da agenda de leituras (CADAGENDA.txt), do calendario
      *> de paradas (CADCALEND.txt) e da vigilancia das leituras em atraso
      *> do dia
       77 ws-fs-arqAgenda                          pic 9(02).
       77 ws-fs-arqCalendario                      pic 9(02).
       77 ws-agd-opcao                             pic x(01).
       77 ws-qtd-agd                               pic 9(02) value 0.
       77 ws-agd-ind                               pic 9(02).
       77 ws-agd-idx                               pic 9(02).
       77 ws-agd-achou                             pic x(01).
       77 ws-busca-agd-local                       pic 9(02).
       77 ws-agd-local-cod                         pic 9(02).
       77 ws-agd-turno-q                           pic 9(01).
       77 ws-agd-exigida                           pic x(01).
       77 ws-agd-prazo-q                           pic 9(04).
       77 ws-agd-dias                              pic 9(07).
       77 ws-agd-semanas                           pic 9(07).
       77 ws-agd-resto                             pic 9(01).
       77 ws-agd-dia-semana                        pic 9(01).
       77 ws-agd-conta                             pic 9(02).
       77 ws-edagd-local                           pic 9(02).
       01 ws-agd-data.
           05 ws-agd-data-aaaamm                    pic 9(06).
           05 ws-agd-data-dd                        pic 9(02).
       01 ws-agd-data-num redefines ws-agd-data     pic 9(08).
      *> hora limite usada para o local sem agenda propria
       01 ws-agd-prazos-padrao                     pic x(12) value "100016002300".
       01 ws-agd-prazos-padrao-red redefines ws-agd-prazos-padrao.
           05 ws-agd-prazo-padrao                   pic 9(04) occurs 3.
       01 ws-tab-agenda.
           05 ws-agd occurs 20.
               10 ws-agd-local                      pic 9(02).
               10 ws-agd-semana.
                   15 ws-agd-dia-sem occurs 7.
                       20 ws-agd-exige              pic x(01) occurs 3.
               10 ws-agd-prazos.
                   15 ws-agd-prazo                  pic 9(04) occurs 3.
       01 ws-edagd-semana.
           05 ws-edagd-dia                          pic x(03) occurs 7.
       01 ws-edagd-semana-red redefines ws-edagd-semana.
           05 ws-edagd-seg                          pic x(03).
           05 ws-edagd-ter                          pic x(03).
           05 ws-edagd-qua                          pic x(03).
           05 ws-edagd-qui                          pic x(03).
           05 ws-edagd-sex                          pic x(03).
           05 ws-edagd-sab                          pic x(03).
           05 ws-edagd-dom                          pic x(03).
       01 ws-edagd-prazos.
           05 ws-edagd-prazo-t occurs 3.
               10 ws-edagd-prazo-hh                 pic 9(02).
               10 ws-edagd-prazo-mm                 pic 9(02).
       01 ws-edagd-prazos-red redefines ws-edagd-prazos.
           05 ws-edagd-prazo-1                      pic 9(04).
           05 ws-edagd-prazo-2                      pic 9(04).
           05 ws-edagd-prazo-3                      pic 9(04).
       01 ws-aud-img-agenda.
           05 ws-aud-agd-local                      pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-aud-agd-semana                     pic x(21).
           05 filler                                pic x(01) value space.
           05 ws-aud-agd-prazos                     pic x(12).
       77 ws-max-cal                               pic 9(03) value 100.
       77 ws-qtd-cal                               pic 9(03) value 0.
       77 ws-cal-ind                               pic 9(03).
       77 ws-cal-idx                               pic 9(03).
       77 ws-cal-achou                             pic x(01).
       77 ws-busca-cal-data                        pic 9(08).
       77 ws-edcal-data                            pic 9(08).
       77 ws-edcal-desc                            pic x(30).
       77 ws-edcal-confirma                        pic x(01).
       01 ws-tab-calendario.
           05 ws-cal occurs 100.
               10 ws-cal-data                       pic 9(08).
               10 ws-cal-desc                       pic x(30).
       77 ws-qtd-atraso                            pic 9(02).
       77 ws-atr-ind                               pic 9(02).
       77 ws-atr-arq-ok                            pic x(01).
       77 ws-atr-agora-hhmm                        pic 9(04).
       77 ws-atr-aaaamm-salvo                      pic 9(06).
       77 ws-atr-qtd-edt                           pic z9.
       01 ws-tab-atraso.
           05 ws-atr occurs 60.
               10 ws-atr-local-idx                  pic 9(02).
               10 ws-atr-turno                      pic 9(01).
               10 ws-atr-prazo                      pic 9(04).
       01 ws-atr-prazo-aux                         pic 9(04).
       01 ws-atr-prazo-aux-red redefines ws-atr-prazo-aux.
           05 ws-atr-prazo-hh                       pic 9(02).
           05 ws-atr-prazo-mm                       pic 9(02).
       01 ws-atr-linha.
           05 filler                                pic x(07) value "Local: ".
           05 ws-atr-lin-local                      pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-atr-lin-nome                       pic x(15).
           05 filler                                pic x(08) value " Turno: ".
           05 ws-atr-lin-turno                      pic 9(01).
           05 filler                                pic x(14) value " Hora limite: ".
           05 ws-atr-lin-hh                         pic 9(02).
           05 filler                                pic x(01) value ":".
           05 ws-atr-lin-mm                         pic 9(02).

      *>----Variáveis da conciliacao do retorno da qualidade
      *> (RETEXP-AAAAMM.csv / RELRETEXP-AAAAMM.txt) e do relatorio das
      *> competencias exportadas sem retorno (RELSEMRET.txt)
       77 ws-fs-arqRetorno                         pic 9(02).
       77 ws-fs-relRetorno                         pic 9(02).
       77 ws-fs-relSemRetorno                      pic 9(02).
       77 ws-ret-opcao                             pic x(01).
       77 ws-ret-cab-ok                            pic x(01).
       77 ws-ret-enviadas                          pic 9(04).
       77 ws-ret-aceitas                           pic 9(04).
       77 ws-ret-rejeitadas                        pic 9(04).
       77 ws-ret-invalidas                         pic 9(04).
       77 ws-ret-soma                              pic 9(05).
       77 ws-ret-enviadas-edt                      pic zzz9.
       77 ws-ret-aceitas-edt                       pic zzz9.
       77 ws-ret-rejeitadas-edt                    pic zzz9.
       77 ws-ret-invalidas-edt                     pic zzz9.
       77 ws-ret-situacao                          pic x(01).
       77 ws-ret-situacao-desc                     pic x(20).
       77 ws-ret-tipo                              pic x(06).
       77 ws-ret-dia-x                             pic x(02).
       77 ws-ret-turno-x                           pic x(01).
       77 ws-ret-motivo                            pic x(03).
       77 ws-ret-desc                              pic x(30).
       77 ws-ret-qtd-sem                           pic 9(03).
       77 ws-ret-qtd-sem-edt                       pic zz9.
       77 ws-ret-exp-data                          pic 9(08).
       01 ws-ret-campo-2                           pic x(06).
       01 ws-ret-campo-2-red redefines ws-ret-campo-2.
           05 ws-ret-local-x                        pic x(02).
           05 ws-ret-campo-2-resto                  pic x(04).
       01 ws-nome-retexp.
           05 filler                                pic x(07) value "RETEXP-".
           05 ws-nome-retexp-aaaamm                 pic 9(06).
           05 filler                                pic x(04) value ".csv".
       01 ws-nome-relretexp.
           05 filler                                pic x(10) value "RELRETEXP-".
           05 ws-nome-relretexp-aaaamm              pic 9(06).
           05 filler                                pic x(04) value ".txt".
       01 ws-ret-msg-texto                         pic x(80).
       01 ws-ret-lin-rej.
           05 filler                                pic x(09) value "  Local: ".
           05 ws-ret-lin-local                      pic x(02).
           05 filler                                pic x(01) value space.
           05 ws-ret-lin-nome                       pic x(15).
           05 filler                                pic x(06) value " Dia: ".
           05 ws-ret-lin-dia                        pic x(02).
           05 filler                                pic x(08) value " Turno: ".
           05 ws-ret-lin-turno                      pic x(01).
           05 filler                                pic x(09) value " Motivo: ".
           05 ws-ret-lin-motivo                     pic x(03).
           05 filler                                pic x(01) value space.
           05 ws-ret-lin-desc                       pic x(23).
       01 ws-ret-lin-sem.
           05 filler                                pic x(02) value spaces.
           05 ws-ret-sem-aaaamm                     pic 9(06).
           05 filler                                pic x(04) value spaces.
           05 ws-ret-sem-datahora                   pic x(14).
           05 filler                                pic x(04) value spaces.
           05 ws-ret-sem-qtd                        pic zzz9.
           05 filler                                pic x(08) value spaces.
           05 ws-ret-sem-dias                       pic zzzz9.
           05 filler                                pic x(33) value spaces.

      *>----Variáveis do resumo mensal gravado (RESUMOMES.dat) e do
      *> relatorio de tendencia plurianual (RELPLURI-AAAA-AAAA.txt)
       77 ws-fs-arqResumo                          pic 9(02).
       77 ws-fs-relPlurianual                      pic 9(02).
       77 ws-res-achou                             pic x(01).
       77 ws-res-desatualizado                     pic x(01).
       77 ws-res-fim                               pic x(01).
       77 ws-res-marcados                          pic 9(02).
       77 ws-res-qtd-leit                          pic 9(03).
       77 ws-res-dias-fora                         pic 9(02).
       77 ws-res-qtd-lac                           pic 9(03).
       77 ws-comp-desatual1                        pic x(01).
       77 ws-comp-desatual2                        pic x(01).
       01 ws-tab-res-local.
           05 ws-res-loc occurs 20.
               10 ws-res-loc-fora                   pic 9(02).
               10 ws-res-loc-desatual               pic x(01).
       77 ws-plu-aaaa-ini                          pic 9(04).
       77 ws-plu-aaaa-fim                          pic 9(04).
       77 ws-plu-max-anos                          pic 9(02) value 10.
       77 ws-plu-qtd-anos                          pic 9(02).
       77 ws-plu-ano                               pic 9(02).
       77 ws-plu-ano-ant                           pic 9(02).
       77 ws-plu-resumos                           pic 9(05).
       77 ws-plu-resumos-edt                       pic zzzz9.
       77 ws-plu-media-ano                         pic s9(03)V99.
       77 ws-plu-media-ant                         pic s9(03)V99.
       01 ws-plu-aaaamm-aux                        pic 9(06).
       01 ws-plu-aaaamm-aux-red redefines ws-plu-aaaamm-aux.
           05 ws-plu-aux-aaaa                       pic 9(04).
           05 ws-plu-aux-mm                         pic 9(02).
       01 ws-plu-tab.
           05 ws-plu-local occurs 20.
               10 ws-plu-ano-loc occurs 10.
                   15 ws-plu-soma                   pic s9(07)V99.
                   15 ws-plu-qtd-leit               pic 9(05).
                   15 ws-plu-meses                  pic 9(02).
                   15 ws-plu-max                    pic s9(03)V99.
                   15 ws-plu-max-mes                pic 9(02).
                   15 ws-plu-max-dia                pic 9(02).
                   15 ws-plu-min                    pic s9(03)V99.
                   15 ws-plu-min-mes                pic 9(02).
                   15 ws-plu-min-dia                pic 9(02).
                   15 ws-plu-fora                   pic 9(03).
                   15 ws-plu-lacunas                pic 9(04).
                   15 ws-plu-desatual               pic 9(02).
       01 ws-nome-relpluri.
           05 filler                                pic x(09) value "RELPLURI-".
           05 ws-nome-relpluri-ini                  pic 9(04).
           05 filler                                pic x(01) value "-".
           05 ws-nome-relpluri-fim                  pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-plu-msg-texto                         pic x(132).
       01 ws-plu-linha.
           05 filler                                pic x(02) value spaces.
           05 ws-plu-lin-aaaa                       pic 9(04).
           05 filler                                pic x(03) value spaces.
           05 ws-plu-lin-meses                      pic z9.
           05 filler                                pic x(03) value spaces.
           05 ws-plu-lin-media                      pic ---9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-plu-lin-delta                      pic +++9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-plu-lin-max                        pic ---9,99.
           05 filler                                pic x(02) value " (".
           05 ws-plu-lin-max-mes                    pic 9(02).
           05 filler                                pic x(01) value "/".
           05 ws-plu-lin-max-dia                    pic 9(02).
           05 filler                                pic x(03) value ")  ".
           05 ws-plu-lin-min                        pic ---9,99.
           05 filler                                pic x(02) value " (".
           05 ws-plu-lin-min-mes                    pic 9(02).
           05 filler                                pic x(01) value "/".
           05 ws-plu-lin-min-dia                    pic 9(02).
           05 filler                                pic x(03) value ")  ".
           05 ws-plu-lin-fora                       pic zzzzzzz9.
           05 filler                                pic x(02) value spaces.
           05 ws-plu-lin-lacunas                    pic zzzzzz9.
           05 filler                                pic x(02) value spaces.
           05 ws-plu-lin-desatual                   pic x(20).
           05 filler                                pic x(31) value spaces.

      *>----Variáveis do relatorio de tendencia/deriva dos sensores
      *> (RELTEND-AAAAMMDD.txt): reta de minimos quadrados das leituras
      *> efetivas de cada local na janela (x em dias desde o inicio da
      *> janela, turnos a cada 1/3 de dia) e dispersao da janela contra
      *> o historico do proprio local nos resumos mensais
       77 ws-fs-relTendencia                       pic 9(02).
       77 ws-tnd-unidade                           pic x(01) value "S".
       77 ws-tnd-qtd                               pic 9(02) value 8.
       77 ws-tnd-valida                            pic x(01).
       77 ws-tnd-min-leit                          pic 9(02) value 10.
       77 ws-tnd-min-hist                          pic 9(02) value 3.
       77 ws-tnd-horizonte                         pic 9(03) value 30.
       77 ws-tnd-fator-disp                        pic 9(01)V9 value 1,5.
       77 ws-tnd-data-ini                          pic 9(08).
       77 ws-tnd-data-fim                          pic 9(08).
       77 ws-tnd-int-ini                           pic 9(07).
       77 ws-tnd-int-fim                           pic 9(07).
       77 ws-tnd-int-dia                           pic 9(07).
       77 ws-tnd-meses-tot                         pic 9(06).
       77 ws-tnd-aaaamm-salvo                      pic 9(06).
       77 ws-tnd-mes-fim                           pic 9(06).
       77 ws-tnd-calc-salvo                        pic 9(06).
       77 ws-tnd-hist-ini                          pic 9(06).
       77 ws-tnd-x                                 comp-2.
       77 ws-tnd-y                                 comp-2.
       77 ws-tnd-den                               comp-2.
       77 ws-tnd-b                                 comp-2.
       77 ws-tnd-a                                 comp-2.
       77 ws-tnd-var                               comp-2.
       77 ws-tnd-proj                              comp-2.
       77 ws-tnd-dias-num                          comp-2.
       77 ws-tnd-desvpad                           pic 9(03)V99.
       77 ws-tnd-hist-dp                           pic 9(03)V99.
       77 ws-tnd-alertas                           pic 9(02).
       77 ws-tnd-alertas-edt                       pic z9.
       01 ws-tnd-data-aux                          pic 9(08).
       01 ws-tnd-data-aux-red redefines ws-tnd-data-aux.
           05 ws-tnd-aux-aaaamm                     pic 9(06).
           05 ws-tnd-aux-aaaamm-red redefines ws-tnd-aux-aaaamm.
               10 ws-tnd-aux-aaaa                   pic 9(04).
               10 ws-tnd-aux-mm                     pic 9(02).
           05 ws-tnd-aux-dd                         pic 9(02).
       01 ws-tnd-mes.
           05 ws-tnd-mes-aaaa                       pic 9(04).
           05 ws-tnd-mes-mm                         pic 9(02).
       01 ws-tnd-mes-num redefines ws-tnd-mes      pic 9(06).
       01 ws-tnd-tab.
           05 ws-tnd-loc occurs 20.
               10 ws-tnd-n                          pic 9(05).
               10 ws-tnd-sx                         comp-2.
               10 ws-tnd-sy                         comp-2.
               10 ws-tnd-sxx                        comp-2.
               10 ws-tnd-sxy                        comp-2.
               10 ws-tnd-syy                        comp-2.
               10 ws-tnd-hist-soma                  comp-2.
               10 ws-tnd-hist-qtd                   pic 9(05).
               10 ws-tnd-hist-meses                 pic 9(02).
       01 ws-nome-reltend.
           05 filler                                pic x(08) value "RELTEND-".
           05 ws-nome-reltend-data                  pic 9(08).
           05 filler                                pic x(04) value ".txt".
       01 ws-tnd-msg-texto                         pic x(132).
       01 ws-tnd-linha.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-local                      pic 9(02).
           05 filler                                pic x(01) value space.
           05 ws-tnd-lin-nome                       pic x(15).
           05 filler                                pic x(01) value space.
           05 ws-tnd-lin-qtd                        pic zzzz9.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-media                      pic ---9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-incl                       pic +++9,999.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-proj                       pic ---9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-dias                       pic x(05).
           05 filler                                pic x(01) value space.
           05 ws-tnd-lin-limite                     pic x(03).
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-dp                         pic zz9,99.
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-hist-dp                    pic x(06).
           05 filler                                pic x(02) value spaces.
           05 ws-tnd-lin-flag1                      pic x(07).
           05 filler                                pic x(01) value space.
           05 ws-tnd-lin-flag2                      pic x(09).
           05 filler                                pic x(38) value spaces.
       01 ws-tnd-dias-edt                          pic zzzz9.
       01 ws-tnd-hist-dp-edt                       pic zz9,99.

      *>----Variáveis da retencao e do arquivo historico: as competencias
      *> fechadas mais antigas que a retencao (em meses) vao, com os
      *> relatorios e as entradas de OCORREXC/CATREL/AUDITORIA, para o
      *> conjunto anual ARQ*-AAAA.txt; ARQCTL-AAAA.txt guarda as contagens
      *> e totais conferidos antes da restauracao de um ano para vistoria
       77 ws-fs-arqArqTemp                         pic 9(02).
       77 ws-fs-arqArqRel                          pic 9(02).
       77 ws-fs-arqArqOcor                         pic 9(02).
       77 ws-fs-arqArqAud                          pic 9(02).
       77 ws-fs-arqArqCat                          pic 9(02).
       77 ws-fs-arqArqCtl                          pic 9(02).
       77 ws-fs-arqArqTrab                         pic 9(02).
       77 ws-fs-arqArqAno                          pic 9(02).
       77 ws-fs-relArquivo                         pic 9(02).
       77 ws-arq-opcao                             pic x(01).
       77 ws-arq-valida                            pic x(01).
       77 ws-arq-confirma                          pic x(01).
       77 ws-arq-retencao                          pic 9(03) value 24.
       77 ws-arq-ret-min                           pic 9(03) value 3.
       77 ws-arq-limite                            pic 9(06).
       77 ws-arq-meses-tot                         pic 9(06).
       77 ws-arq-aaaamm-salvo                      pic 9(06).
       77 ws-arq-ind                               pic 9(03).
       77 ws-arq-cind                              pic 9(03).
       77 ws-arq-idx                               pic 9(03).
       77 ws-arq-qtd-comp                          pic 9(03).
       77 ws-arq-busca-aaaamm                      pic 9(06).
       77 ws-arq-achou                             pic x(01).
       77 ws-arq-destino                           pic x(01).
       77 ws-arq-pos                               pic 9(02).
       77 ws-arq-ref-txt                           pic x(06).
       77 ws-arq-ref-aaaamm                        pic 9(06).
       77 ws-arq-ts-aaaamm                         pic 9(06).
       77 ws-arq-pref-ind                          pic 9(02).
       77 ws-arq-qtd-prefixo                       pic 9(02) value 11.
       77 ws-arq-rel-ind                           pic 9(02).
       77 ws-arq-qtd-rel                           pic 9(02).
       77 ws-arq-max-rel                           pic 9(02) value 40.
       77 ws-arq-aud-aberto                        pic 9(04).
       77 ws-arq-cat-aberto                        pic 9(04).
       77 ws-arq-seg-aud                           pic 9(07).
       77 ws-arq-seg-cat                           pic 9(05).
       77 ws-arq-ctl-aaaa                          pic 9(04).
       77 ws-arq-ctl-aud                           pic 9(07).
       77 ws-arq-ctl-cat                           pic 9(05).
       77 ws-arq-ja-arquivada                      pic x(01).
       77 ws-arq-qtd-parcial                       pic 9(07).
       77 ws-arq-qtd-nao-excl                      pic 9(03).
       77 ws-arq-qtd-pend                          pic 9(03).
       77 ws-arq-tot-leit                          pic 9(07).
       77 ws-arq-tot-rel                           pic 9(05).
       77 ws-arq-tot-ocor                          pic 9(05).
       77 ws-arq-tot-aud                           pic 9(07).
       77 ws-arq-tot-cat                           pic 9(05).
       77 ws-arq-edt                               pic zzzzzz9.
       01 ws-arq-nome-del                          pic x(30).
       01 ws-arq-det-arquivo                       pic x(16).
       01 ws-arq-nome-ano                          pic x(16).
       01 ws-arq-nome-rel                          pic x(25).
       01 ws-arq-mes.
           05 ws-arq-mes-aaaa                       pic 9(04).
           05 ws-arq-mes-mm                         pic 9(02).
       01 ws-arq-mes-num redefines ws-arq-mes      pic 9(06).
       01 ws-nome-arqtemp.
           05 filler                                pic x(08) value "ARQTEMP-".
           05 ws-nome-arqtemp-aaaa                  pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-nome-arqrel.
           05 filler                                pic x(07) value "ARQREL-".
           05 ws-nome-arqrel-aaaa                   pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-nome-arqocor.
           05 filler                                pic x(08) value "ARQOCOR-".
           05 ws-nome-arqocor-aaaa                  pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-nome-arqaud.
           05 filler                                pic x(07) value "ARQAUD-".
           05 ws-nome-arqaud-aaaa                   pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-nome-arqcat.
           05 filler                                pic x(07) value "ARQCAT-".
           05 ws-nome-arqcat-aaaa                   pic 9(04).
           05 filler                                pic x(04) value ".txt".
       01 ws-nome-arqctl.
           05 filler                                pic x(07) value "ARQCTL-".
           05 ws-nome-arqctl-aaaa                   pic 9(04).
           05 filler                                pic x(04) value ".txt".
      *> relatorios e arquivos de interface gerados por competencia
      *> (prefixo + AAAAMM + extensao); os demais relatorios da competencia
      *> vem do catalogo
       01 ws-tab-arq-prefixo-valores.
           05 filler                                pic x(14) value "RELTEMP-  .txt".
           05 filler                                pic x(14) value "RELEXCUR- .txt".
           05 filler                                pic x(14) value "RELDIVER- .txt".
           05 filler                                pic x(14) value "RELREJ-   .txt".
           05 filler                                pic x(14) value "RELOPER-  .txt".
           05 filler                                pic x(14) value "RELCALIB- .txt".
           05 filler                                pic x(14) value "RELIMPAC- .txt".
           05 filler                                pic x(14) value "RELRETEXP-.txt".
           05 filler                                pic x(14) value "EXPTEMP-  .csv".
           05 filler                                pic x(14) value "RETEXP-   .csv".
           05 filler                                pic x(14) value "LOGLOTE-  .txt".
       01 ws-tab-arq-prefixo redefines ws-tab-arq-prefixo-valores.
           05 ws-arq-pref occurs 11.
               10 ws-arq-prefixo                    pic x(10).
               10 ws-arq-extensao                   pic x(04).
       01 ws-tab-arq-rel.
           05 ws-arq-rel occurs 40                  pic x(25).
      *> competencias deste arquivamento: origem "F" fechada (grava no
      *> conjunto anual) ou "V" restaurada (o conjunto ja tem tudo, so
      *> sai do disco), com as contagens que vao para o ARQCTL
       01 ws-tab-arq-comp.
           05 ws-arq-comp occurs 300.
               10 ws-arq-c-aaaamm                   pic 9(06).
               10 ws-arq-c-origem                   pic x(01).
               10 ws-arq-c-leit                     pic 9(07).
               10 ws-arq-c-soma                     pic s9(09)V99.
               10 ws-arq-c-rel                      pic 9(03).
               10 ws-arq-c-linhas                   pic 9(07).
               10 ws-arq-c-ocor                     pic 9(05).
      *> restauracao: situacao "N" ano sem controle, "J" ja restaurado,
      *> "D" totais divergentes, "O" conferido e pronto para restaurar
       77 ws-rst-aaaa                              pic 9(04).
       77 ws-rst-situacao                          pic x(01).
       77 ws-rst-confirma                          pic x(01).
       77 ws-rst-ind                               pic 9(02).
       77 ws-rst-qtd-comp                          pic 9(02).
       77 ws-rst-qtd-marcadas                      pic 9(07).
       77 ws-rst-aaaamm-atual                      pic 9(06).
       77 ws-rst-nome-atual                        pic x(25).
       77 ws-rst-esp-leit                          pic 9(07).
       77 ws-rst-esp-soma                          pic s9(09)V99.
       77 ws-rst-esp-rel                           pic 9(05).
       77 ws-rst-esp-linhas                        pic 9(07).
       77 ws-rst-esp-ocor                          pic 9(05).
       77 ws-rst-esp-aud                           pic 9(07).
       77 ws-rst-esp-cat                           pic 9(05).
       77 ws-rst-ach-leit                          pic 9(07).
       77 ws-rst-ach-soma                          pic s9(09)V99.
       77 ws-rst-ach-linhas                        pic 9(07).
       77 ws-rst-ach-ocor                          pic 9(05).
       77 ws-rst-ach-aud                           pic 9(07).
       77 ws-rst-ach-cat                           pic 9(05).
       77 ws-rst-soma-edt                          pic ---.---.--9,99.
       01 ws-tab-rst-comp.
           05 ws-rst-comp occurs 24                 pic 9(06).

      *>----Variáveis do submenu de consulta: navegação paginada de um
      *> local e pesquisa por valor ou por operador no mês inteiro
       77 ws-consulta-opcao                        pic x(01).
           05 blank screen.
           05 line 01 col 01 value "                    ---- Controle de Temperaturas ----                         "
           foreground-color 14.
      *> duas colunas (col 07 e col 47): as opcoes negadas ao perfil do
      *> operador sao apagadas da tela por oculta-opcoes-menu
           05 line 03 col 01 value "      1 - Cadastro de temperaturas            L - Manutencao de locais         ".
           05 line 04 col 01 value "      2 - Consulta de temperaturas            M - Motivos de lacuna            ".
           05 line 05 col 01 value "      3 - Correcao de temperatura             O - Manutencao de operadores     ".
           05 line 06 col 01 value "      4 - Importacao de leituras              A - Diario de auditoria          ".
           05 line 07 col 01 value "      5 - Fechamento/reabertura do mes        R - Relatorios gerados           ".
           05 line 08 col 01 value "      6 - Comparativo entre meses             P - Excursoes pendentes          ".
           05 line 09 col 01 value "      7 - Relatorio anual consolidado         D - Cadastro de dataloggers      ".
           05 line 10 col 01 value "      8 - Relatorio mensal por operador       V - Calibracoes a vencer         ".
           05 line 11 col 01 value "      9 - Exportacao para a qualidade         K - Lotes armazenados/impacto    ".
           05 line 12 col 01 value "      J - Justificativa de lacuna             W - Leituras em atraso hoje      ".
           05 line 13 col 01 value "      G - Agenda de leituras e paradas        Y - Retorno da qualidade         ".
           05 line 14 col 01 value "      U - Tendencia plurianual                T - Tendencia/deriva sensores    ".
           05 line 15 col 01 value "      H - Arquivo historico/restauracao                                        ".
           05 line 19 col 01 value "      X - Sair                                                                 ".
           05 line 21 col 01 value "      Opcao:                                                                   ".

           05 sc-anual-aaaa            line 03 col 34 pic 9(04)
           using ws-anual-aaaa foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para escolher os anos do relatorio de tendencia plurianual
       01 tela-plurianual.
           05 blank screen.
           05 line 01 col 01 value "                    ---- Tendencia Plurianual ----                             "
           foreground-color 14.
           05 line 03 col 01 value "      Ano inicial (AAAA):                                                      ".
           05 line 04 col 01 value "      Ano final   (AAAA):                                                      ".
           05 line 05 col 01 value "      (ate 10 anos, a partir dos resumos mensais gravados no fechamento)       ".

           05 sc-plu-aaaa-ini          line 03 col 32 pic 9(04)
           using ws-plu-aaaa-ini foreground-color 14.
           05 sc-plu-aaaa-fim          line 04 col 32 pic 9(04)
           using ws-plu-aaaa-fim foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para escolher a janela do relatorio de tendencia/deriva
       01 tela-tendencia.
           05 blank screen.
           05 line 01 col 01 value "                 ---- Tendencia/Deriva dos Sensores ----                       "
           foreground-color 14.
           05 line 03 col 01 value "      Janela em (S)emanas ou (M)eses:                                          ".
           05 line 04 col 01 value "      Quantidade (1 a 52 semanas, 1 a 12 meses):                               ".
           05 line 05 col 01 value "      (janela terminando hoje, locais ativos)                                  ".

           05 sc-tnd-unidade           line 03 col 44 pic x(01)
           using ws-tnd-unidade foreground-color 14.
           05 sc-tnd-qtd               line 04 col 55 pic 9(02)
           using ws-tnd-qtd foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> submenu do arquivo historico: arquivamento pela retencao e
      *> restauracao de um ano para vistoria
       01 tela-arquivo-menu.
           05 blank screen.
           05 line 01 col 01 value "                    ---- Arquivo Historico ----                                "
           foreground-color 14.
           05 line 03 col 01 value "      1 - Arquivar competencias fora da retencao                               ".
           05 line 04 col 01 value "      2 - Restaurar um ano arquivado (vistoria)                                ".
           05 line 05 col 01 value "      V - Voltar                                                               ".
           05 line 08 col 01 value "      Opcao:                                                                   ".

           05 sc-arq-opcao             line 08 col 14 pic x(01)
           using ws-arq-opcao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para informar a retencao do arquivamento
       01 tela-arquivo-retencao.
           05 blank screen.
           05 line 01 col 01 value "                 ---- Arquivamento do Historico ----                           "
           foreground-color 14.
           05 line 03 col 01 value "      Retencao em meses (minimo 3):                                            ".
           05 line 04 col 01 value "      (competencias fechadas mais antigas vao para ARQ*-AAAA.txt)              ".

           05 sc-arq-retencao          line 03 col 42 pic 9(03)
           using ws-arq-retencao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para escolher o ano a restaurar do arquivo historico
       01 tela-arquivo-restaura.
           05 blank screen.
           05 line 01 col 01 value "                 ---- Restauracao do Historico ----                            "
           foreground-color 14.
           05 line 03 col 01 value "      Ano a restaurar (AAAA):                                                  ".
           05 line 04 col 01 value "      (totais de controle do ARQCTL-AAAA.txt conferidos antes)                 ".

           05 sc-rst-aaaa              line 03 col 36 pic 9(04)
           using ws-rst-aaaa foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 line 14 col 01 value "      Id          :                                                            ".
           05 line 15 col 01 value "      Nome        :                                                            ".
           05 line 16 col 01 value "      Ativo (S/N) :                                                            ".
           05 line 17 col 01 value "      Perfil      :     (L leitura, S supervisor, Q qualidade, A admin.)       ".

           05 sc-edoper-id             line 14 col 21 pic x(10)
           from ws-edoper-id.
           using ws-edoper-nome foreground-color 14.
           05 sc-edoper-ativo          line 16 col 21 pic x(01)
           using ws-edoper-ativo foreground-color 14.
           05 sc-edoper-perfil         line 17 col 21 pic x(01)
           using ws-edoper-perfil foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para incluir/alterar um datalogger do cadastro CADLOGGER.txt
      *> (datas em AAAAMMDD; correcao do certificado em graus, com sinal)
       01 tela-cad-logger.
           05 line 14 col 01 value "      No. de serie:                                                            ".
           05 line 15 col 01 value "      Local       :                                                            ".
           05 line 16 col 01 value "      Ativo (S/N) :                                                            ".
           05 line 17 col 01 value "      Ult. calibr.:                                                            ".
           05 line 18 col 01 value "      Prox.calibr.:                                                            ".
           05 line 19 col 01 value "      Correcao    :                                                            ".

           05 sc-edlog-serie           line 14 col 21 pic x(10)
           from ws-edlog-serie.
           05 sc-edlog-local           line 15 col 21 pic 9(02)
           using ws-edlog-local foreground-color 14.
           05 sc-edlog-ativo           line 16 col 21 pic x(01)
           using ws-edlog-ativo foreground-color 14.
           05 sc-edlog-ult-calib       line 17 col 21 pic 9(08)
           using ws-edlog-ult-calib foreground-color 14.
           05 sc-edlog-prox-calib      line 18 col 21 pic 9(08)
           using ws-edlog-prox-calib foreground-color 14.
           05 sc-edlog-correcao        line 19 col 21 pic s9(02)v99
           using ws-edlog-correcao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> submenu do registro de armazenagem de lotes
       01 tela-lotes-menu.
           05 blank screen.
           05 line 01 col 01 value "                   ---- Armazenagem de Lotes ----                              "
           foreground-color 14.
           05 line 03 col 01 value "      1 - Manutencao do registro de lotes                                      ".
           05 line 04 col 01 value "      2 - Carga da movimentacao de estoque (MOVESTQ.txt)                       ".
           05 line 05 col 01 value "      3 - Relatorio de impacto das excursoes (quarentena)                      ".
           05 line 06 col 01 value "      V - Voltar                                                               ".
           05 line 08 col 01 value "      Opcao:                                                                   ".

           05 sc-lote-opcao            line 08 col 14 pic x(01)
           using ws-lote-opcao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para incluir/alterar um lote do CADLOTE.txt (datas em
      *> AAAAMMDD; saida zerada = lote ainda no local)
       01 tela-cad-lote.
           05 line 13 col 01 value "      Lote        :                                                            ".
           05 line 14 col 01 value "      Local       :                                                            ".
           05 line 15 col 01 value "      Produto     :                                                            ".
           05 line 16 col 01 value "      Descricao   :                                                            ".
           05 line 17 col 01 value "      Faixa minima:                                                            ".
           05 line 18 col 01 value "      Faixa maxima:                                                            ".
           05 line 19 col 01 value "      Entrada     :                                                            ".
           05 line 20 col 01 value "      Saida       :                                                            ".

           05 sc-edlot-num             line 13 col 21 pic x(12)
           from ws-edlot-num.
           05 sc-edlot-local           line 14 col 21 pic 9(02)
           from ws-edlot-local.
           05 sc-edlot-produto         line 15 col 21 pic x(10)
           using ws-edlot-produto foreground-color 14.
           05 sc-edlot-prod-desc       line 16 col 21 pic x(20)
           using ws-edlot-prod-desc foreground-color 14.
           05 sc-edlot-prod-min        line 17 col 21 pic s9(02)v99
           using ws-edlot-prod-min foreground-color 14.
           05 sc-edlot-prod-max        line 18 col 21 pic s9(02)v99
           using ws-edlot-prod-max foreground-color 14.
           05 sc-edlot-entrada         line 19 col 21 pic 9(08)
           using ws-edlot-entrada foreground-color 14.
           05 sc-edlot-saida           line 20 col 21 pic 9(08)
           using ws-edlot-saida foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 line 18 col 01 value "      Faixa maxima:                                                            ".
           05 line 19 col 01 value "      Umid. min %  :                                                           ".
           05 line 20 col 01 value "      Umid. max %  :                                                           ".
           05 line 21 col 01 value "      Contato resp:                                                            ".
           05 line 22 col 01 value "      Contato esc.:                                                            ".

           05 sc-edit-cod              line 14 col 21 pic 9(02)
           from ws-edit-cod.
           using ws-edit-umid-min foreground-color 14.
           05 sc-edit-umid-max         line 20 col 21 pic 9(03)
           using ws-edit-umid-max foreground-color 14.
           05 sc-edit-contato-resp     line 21 col 21 pic x(40)
           using ws-edit-contato-resp foreground-color 14.
           05 sc-edit-contato-esc      line 22 col 21 pic x(40)
           using ws-edit-contato-esc foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 sc-corr-operador         line 10 col 24 pic x(10)
           from ws-corr-operador.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> submenu da agenda de leituras e do calendario de paradas
       01 tela-agenda-menu.
           05 blank screen.
           05 line 01 col 01 value "                 ---- Agenda de Leituras e Paradas ----                        "
           foreground-color 14.
           05 line 03 col 01 value "      1 - Agenda de leituras por local                                         ".
           05 line 04 col 01 value "      2 - Calendario de paradas da planta                                      ".
           05 line 05 col 01 value "      V - Voltar                                                               ".
           05 line 08 col 01 value "      Opcao:                                                                   ".

           05 sc-agd-opcao             line 08 col 14 pic x(01)
           using ws-agd-opcao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> submenu do retorno da qualidade para as exportacoes
       01 tela-retorno-menu.
           05 blank screen.
           05 line 01 col 01 value "                  ---- Retorno da Qualidade (EXPTEMP) ----                     "
           foreground-color 14.
           05 line 03 col 01 value "      1 - Conciliar o retorno de uma competencia (RETEXP-AAAAMM.csv)           ".
           05 line 04 col 01 value "      2 - Competencias exportadas sem retorno                                  ".
           05 line 05 col 01 value "      V - Voltar                                                               ".
           05 line 08 col 01 value "      Opcao:                                                                   ".

           05 sc-ret-opcao             line 08 col 14 pic x(01)
           using ws-ret-opcao foreground-color 14.

      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
      *> tela para incluir/alterar a agenda de um local: "S"/"N" para os
      *> turnos 1, 2 e 3 em cada dia da semana e a hora limite (HHMM) de
      *> cada turno
       01 tela-cad-agenda.
           05 line 14 col 01 value "      Local       :                                                            ".
           05 line 15 col 01 value "      Turnos 1/2/3 (S/N)  Seg  Ter  Qua  Qui  Sex  Sab  Dom                    ".
           05 line 16 col 01 value "                                                                               ".
           05 line 17 col 01 value "      Hora limite (HHMM)  Turno 1:       Turno 2:       Turno 3:               ".

           05 sc-edagd-local           line 14 col 21 pic 9(02)
           from ws-edagd-local.
           05 sc-edagd-seg             line 16 col 27 pic x(03)
           using ws-edagd-seg foreground-color 14.
           05 sc-edagd-ter             line 16 col 32 pic x(03)
           using ws-edagd-ter foreground-color 14.
           05 sc-edagd-qua             line 16 col 37 pic x(03)
           using ws-edagd-qua foreground-color 14.
           05 sc-edagd-qui             line 16 col 42 pic x(03)
           using ws-edagd-qui foreground-color 14.
           05 sc-edagd-sex             line 16 col 47 pic x(03)
           using ws-edagd-sex foreground-color 14.
           05 sc-edagd-sab             line 16 col 52 pic x(03)
           using ws-edagd-sab foreground-color 14.
           05 sc-edagd-dom             line 16 col 57 pic x(03)
           using ws-edagd-dom foreground-color 14.
           05 sc-edagd-prazo-1         line 17 col 35 pic 9(04)
           using ws-edagd-prazo-1 foreground-color 14.
           05 sc-edagd-prazo-2         line 17 col 50 pic 9(04)
           using ws-edagd-prazo-2 foreground-color 14.
           05 sc-edagd-prazo-3         line 17 col 65 pic 9(04)
           using ws-edagd-prazo-3 foreground-color 14.

      *>Declaração do corpo do programa
       Procedure Division.

           perform carrega-locais
      *> carregando os motivos de lacuna (semeados na primeira execucao)
           perform carrega-motivos
      *> agenda de leituras e calendario de paradas: o que a conferencia
      *> cobra de cada local
           perform carrega-agenda
           perform carrega-calendario
      *> data de hoje: só é usada para nomear um mês novo, caso não exista
      *> ponto de controle de uma digitação anterior ainda em andamento
           accept ws-data-sistema from date yyyymmdd
                   move "S" to ws-signon-ok
                   move ws-cadoper-id(ws-oper-idx)   to ws-operador-logado
                   move ws-cadoper-nome(ws-oper-idx) to ws-operador-logado-nome
      *> perfil que decide as opcoes do menu; registro antigo, sem
      *> perfil gravado, segue como administrador
                   move ws-cadoper-perfil(ws-oper-idx) to ws-perfil-logado
                   if ws-perfil-logado = space
                       move "A" to ws-perfil-logado
                   end-if
      *> trilha de auditoria: identificacao aceita
                   move ws-operador-logado to ws-aud-operador
                   move "SIGNON"           to ws-aud-evento
           move space to ws-opcao-menu
           perform until ws-opcao-menu = "X" or ws-opcao-menu = "x"
               display tela-menu
               perform oculta-opcoes-menu
               accept tela-menu
      *> opcao negada ao perfil do operador nao executa e fica registrada
      *> no diario de auditoria
               move ws-opcao-menu to ws-perm-opcao
               perform verifica-permissao-menu
               if ws-perm-ok = "N"
                   perform avisa-opcao-negada
               else
                   evaluate ws-opcao-menu
                       when "1"
                           if ws-qtd-locais-ativos = 0
                               perform avisa-sem-locais
                           else
                               perform cadastro-temperaturas
                           end-if
                       when "2"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform consulta-temperaturas
                           end-if
                       when "3"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform correcao-temperatura
                           end-if
                       when "4"
                           if ws-qtd-locais-ativos = 0
                               perform avisa-sem-locais
                           else
                               perform importa-temperaturas
                           end-if
                       when "5"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform fechamento-mes
                           end-if
                       when "6"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform comparativo-meses
                           end-if
                       when "7"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform relatorio-anual
                           end-if
                       when "8"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform relatorio-operadores
                           end-if
                       when "9"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform exporta-mes
                           end-if
                       when "J"
                       when "j"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform justifica-lacuna
                           end-if
                       when "M"
                       when "m"
                           perform manutencao-motivos
                       when "L"
                       when "l"
                           perform manutencao-locais
                       when "O"
                       when "o"
                           perform manutencao-operadores
                       when "A"
                       when "a"
                           perform consulta-auditoria
                       when "R"
                       when "r"
                           perform consulta-relatorios
                       when "P"
                       when "p"
                           perform trata-ocorrencias
                       when "D"
                       when "d"
                           perform manutencao-loggers
                       when "V"
                       when "v"
                           perform relatorio-calibracao
                       when "K"
                       when "k"
                           perform armazenagem-lotes
                       when "W"
                       when "w"
                           if ws-qtd-locais-ativos = 0
                               perform avisa-sem-locais
                           else
                               perform leituras-em-atraso
                           end-if
                       when "G"
                       when "g"
                           perform agenda-leituras
                       when "Y"
                       when "y"
                           perform retorno-qualidade
                       when "U"
                       when "u"
                           if ws-qtd-locais = 0
                               perform avisa-sem-locais
                           else
                               perform relatorio-plurianual
                           end-if
                       when "T"
                       when "t"
                           if ws-qtd-locais-ativos = 0
                               perform avisa-sem-locais
                           else
                               perform tendencia-sensores
                           end-if
                       when "H"
                       when "h"
                           perform arquivo-historico
                       when "X"
                       when "x"
                           continue
                       when other
                           display "Opcao invalida!" at line 22 col 07
      *> segurando a mensagem de erro na tela até o operador confirmar a
      *> leitura, já que a próxima volta do laço redesenha a tela (blank
      *> screen) e apagaria o aviso antes que desse tempo de lê-lo
                           display "Pressione ENTER para continuar..." at line 23 col 07
                           accept ws-aux at line 23 col 42
                   end-evaluate
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verifica se a opcao ws-perm-opcao do menu e permitida ao perfil
      *> do operador logado (ws-perm-ok); opcao fora da tabela de perfis
      *> e livre e cai no tratamento normal do menu
      *>------------------------------------------------------------------------
       verifica-permissao-menu section.
           inspect ws-perm-opcao converting "abcdefghijklmnopqrstuvwxyz"
                                         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move "S" to ws-perm-ok
           perform varying ws-perm-ind from 1 by 1 until ws-perm-ind > ws-perm-qtd
               if ws-perm-cod(ws-perm-ind) = ws-perm-opcao
                   move 0 to ws-perm-conta
                   inspect ws-perm-perfis(ws-perm-ind)
                       tallying ws-perm-conta for all ws-perfil-logado
                   if ws-perm-conta = 0
                       move "N" to ws-perm-ok
                   end-if
               end-if
           end-perform
           .
       verifica-permissao-menu-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apaga da tela do menu as opcoes que o perfil do operador logado
      *> nao pode usar, para que o menu ofereca apenas as permitidas
      *>------------------------------------------------------------------------
       oculta-opcoes-menu section.
           perform varying ws-perm-ind from 1 by 1 until ws-perm-ind > ws-perm-qtd
               move 0 to ws-perm-conta
               inspect ws-perm-perfis(ws-perm-ind)
                   tallying ws-perm-conta for all ws-perfil-logado
               if ws-perm-conta = 0
                   display ws-perm-branco
                       at line ws-perm-linha(ws-perm-ind) col ws-perm-coluna(ws-perm-ind)
               end-if
           end-perform
           .
       oculta-opcoes-menu-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recusa a opcao negada ao perfil do operador e registra a
      *> tentativa no diario de auditoria
      *>------------------------------------------------------------------------
       avisa-opcao-negada section.
           move ws-operador-logado to ws-aud-operador
           move "MENU-NEG"         to ws-aud-evento
           move spaces to ws-aud-detalhe
           string "Opcao " ws-perm-opcao
               " negada ao perfil " ws-perfil-logado
               delimited by size into ws-aud-detalhe
           perform grava-auditoria
           display "Opcao nao permitida para o seu perfil!" at line 22 col 07
           display "Pressione ENTER para continuar..." at line 23 col 07
           accept ws-aux at line 23 col 42
           .
       avisa-opcao-negada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aviso de que não há local ativo cadastrado (nada a processar)
      *>------------------------------------------------------------------------
               perform calcula-dias-mes
           end-if

      *> competencia ja fechada nao recebe digitacao: o cadastro volta ao
      *> menu sem tocar no arquivo do mes (so a reabertura, com motivo,
      *> libera o mes de novo)
           perform verifica-comp-fechada
           if ws-ctl-fechada = "S"
               perform avisa-comp-fechada
               move "N" to ws-cadastro-segue
           end-if

      *> um mes ainda so em arquivo sequencial e convertido uma unica
      *> vez para o indexado antes de qualquer exame do arquivo
           perform converte-mes-txt
      *> com a escolha pelo menu, o cadastro pode ser acionado de novo num
      *> mês já concluído; antes de regravar do zero um arquivo que já
      *> existe, o operador confirma, para não perder o mês por um engano
           if ws-checkpoint-existe = "N" and ws-cadastro-segue = "S" then
               open input arqTemperaturas
               if ws-fs-arqTemperaturas = 0 then
                   close arqTemperaturas
                           move "Erro ao gravar arq. arqTemperaturas." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
      *> leitura fora da faixa: alerta para o responsavel do local no
      *> arquivo do gateway, alem do aviso na tela
                       move ws-local-atual  to ws-alr-local-idx
                       move ws-ind          to ws-alr-dia
                       move ws-turno        to ws-alr-turno
                       move ws-temperatura(ws-local-atual, ws-ind, ws-turno) to ws-alr-valor-num
                       move ws-operador-logado to ws-alr-origem
                       perform emite-alerta-faixa
      *> gravando o ponto de controle com o último dia/local concluído, para
      *> permitir retomar o cadastro caso a digitação seja interrompida.
      *> o mês do cadastro (ws-nome-arquivo-aaaamm) é gravado junto, para que
                   perform finaliza-anormal
               end-if

      *> o resumo de um mes ja fechado antes deixa de valer
               perform marca-resumo-desatualizado

      *> lendo de volta o arquivo do mês inteiro (todos os locais e dias já
      *> gravados, inclusive em execuções anteriores retomadas por checkpoint)
      *> antes de calcular a média: assim os números batem mesmo quando esta
                       move fd-ocor-acao     to ws-ocor-acao(ws-qtd-ocor)
                       move fd-ocor-operador to ws-ocor-operador(ws-qtd-ocor)
                       move fd-ocor-datahora to ws-ocor-datahora(ws-qtd-ocor)
                       move fd-ocor-alerta-dh to ws-ocor-alerta-dh(ws-qtd-ocor)
                       move fd-ocor-escalado to ws-ocor-escalado(ws-qtd-ocor)
                       move fd-ocor-origem   to ws-ocor-origem(ws-qtd-ocor)
                   else
                       if ws-fs-arqOcorrencias <> 10 then
                           move 122                                 to ws-msn-erro-ofsset
               move ws-ocor-acao(ws-ocor-ind)     to fd-ocor-acao
               move ws-ocor-operador(ws-ocor-ind) to fd-ocor-operador
               move ws-ocor-datahora(ws-ocor-ind) to fd-ocor-datahora
               move ws-ocor-alerta-dh(ws-ocor-ind) to fd-ocor-alerta-dh
               move ws-ocor-escalado(ws-ocor-ind) to fd-ocor-escalado
               move ws-ocor-origem(ws-ocor-ind)   to fd-ocor-origem
               write fd-ocor-reg
               if ws-fs-arqOcorrencias <> 0 then
                   move 125                                    to ws-msn-erro-ofsset
               move spaces                        to ws-ocor-acao(ws-qtd-ocor)
               move spaces                        to ws-ocor-operador(ws-qtd-ocor)
               move spaces                        to ws-ocor-datahora(ws-qtd-ocor)
               move spaces                        to ws-ocor-alerta-dh(ws-qtd-ocor)
               move spaces                        to ws-ocor-escalado(ws-qtd-ocor)
               move ws-operador(ws-local-atual, ws-ind, ws-turno)
                                                  to ws-ocor-origem(ws-qtd-ocor)
               move "S"                           to ws-ocor-alterado
           end-if
           .
       registra-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leitura aceita (digitacao ou importacao, com ws-alr-local-idx,
      *> ws-alr-dia, ws-alr-turno, ws-alr-valor-num e ws-alr-origem
      *> preenchidos): fora da faixa do local, grava o alerta para o
      *> responsavel e registra a ocorrencia pendente com a hora do
      *> alerta, que conta o prazo do escalonamento. Local sem faixa
      *> definida nao gera alerta
      *>------------------------------------------------------------------------
       emite-alerta-faixa section.
           if ws-local-lim-min(ws-alr-local-idx) <> ws-local-lim-max(ws-alr-local-idx)
              and (ws-alr-valor-num < ws-local-lim-min(ws-alr-local-idx)
               or ws-alr-valor-num > ws-local-lim-max(ws-alr-local-idx))
               perform apura-limite-alerta
               move "R"                                     to ws-alr-nivel
               move ws-local-contato-resp(ws-alr-local-idx) to ws-alr-contato
               move ws-nome-arquivo-aaaamm                  to ws-alr-aaaamm
               perform grava-alerta
      *> a ocorrencia ja nasce pendente; o relatorio de excursoes do
      *> fechamento a encontra registrada e nao a duplica
               perform carrega-ocorrencias
               move "N" to ws-ocor-achou
               perform varying ws-ocor-ind from 1 by 1
                       until ws-ocor-ind > ws-qtd-ocor or ws-ocor-achou = "S"
                   if ws-ocor-aaaamm(ws-ocor-ind) = ws-nome-arquivo-aaaamm
                      and ws-ocor-local(ws-ocor-ind) = ws-local-cod(ws-alr-local-idx)
                      and ws-ocor-dia(ws-ocor-ind) = ws-alr-dia
                      and ws-ocor-turno(ws-ocor-ind) = ws-alr-turno
                       move "S"         to ws-ocor-achou
                       move ws-ocor-ind to ws-ocor-num
                   end-if
               end-perform
               if ws-ocor-achou = "N"
                   if ws-qtd-ocor >= ws-max-ocor then
                       move 121                                 to ws-msn-erro-ofsset
                       move 0                                   to ws-msn-erro-cod
                       move "Tabela de ocorrencias cheia."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-ocor
                   move ws-qtd-ocor                     to ws-ocor-num
                   move ws-nome-arquivo-aaaamm          to ws-ocor-aaaamm(ws-ocor-num)
                   move ws-local-cod(ws-alr-local-idx)  to ws-ocor-local(ws-ocor-num)
                   move ws-alr-dia                      to ws-ocor-dia(ws-ocor-num)
                   move ws-alr-turno                    to ws-ocor-turno(ws-ocor-num)
                   move ws-alr-valor-num                to ws-ocor-temp(ws-ocor-num)
                   subtract ws-alr-limite-num from ws-alr-valor-num
                       giving ws-ocor-desvio(ws-ocor-num)
                   move 1                               to ws-ocor-seq(ws-ocor-num)
                   move "P"                             to ws-ocor-situacao(ws-ocor-num)
                   move spaces                          to ws-ocor-causa(ws-ocor-num)
                   move spaces                          to ws-ocor-acao(ws-ocor-num)
                   move spaces                          to ws-ocor-operador(ws-ocor-num)
                   move spaces                          to ws-ocor-datahora(ws-ocor-num)
                   move spaces                          to ws-ocor-alerta-dh(ws-ocor-num)
               end-if
      *> o prazo conta do primeiro alerta; uma redigitacao da mesma
      *> leitura nao reinicia a contagem
               if ws-ocor-alerta-dh(ws-ocor-num) = spaces
                   move ws-data-hora-completa to ws-ocor-alerta-dh(ws-ocor-num)
                   move "N"             to ws-ocor-escalado(ws-ocor-num)
                   move ws-alr-origem   to ws-ocor-origem(ws-ocor-num)
               end-if
               perform grava-ocorrencias
           end-if
           .
       emite-alerta-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Limite ultrapassado pela leitura ws-alr-valor-num no local
      *> ws-alr-local-idx: o maximo quando acima dele, senao o minimo
      *>------------------------------------------------------------------------
       apura-limite-alerta section.
           if ws-alr-valor-num > ws-local-lim-max(ws-alr-local-idx)
               move ws-local-lim-max(ws-alr-local-idx) to ws-alr-limite-num
               move "MAX"                              to ws-alr-tipo-lim
           else
               move ws-local-lim-min(ws-alr-local-idx) to ws-alr-limite-num
               move "MIN"                              to ws-alr-tipo-lim
           end-if
           .
       apura-limite-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Anexa um alerta (ws-alr-*) ao ALERTAS.txt com a data/hora corrente;
      *> sem arquivo (primeiro alerta), o arquivo e criado
      *>------------------------------------------------------------------------
       grava-alerta section.
           open extend arqAlertas
           if ws-fs-arqAlertas = 35 then
               open output arqAlertas
           end-if
           if ws-fs-arqAlertas <> 0 then
               move 157                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlertas."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           accept ws-data-sistema  from date yyyymmdd
           accept ws-hora-sistema  from time
           move ws-data-sistema           to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss    to ws-data-hora-completa-hora
           move ws-data-hora-completa             to fd-alr-datahora
           move ws-alr-nivel                      to fd-alr-nivel
           move ws-alr-contato                    to fd-alr-contato
           move ws-alr-aaaamm                     to fd-alr-aaaamm
           move ws-local-cod(ws-alr-local-idx)    to fd-alr-local
           move ws-local-nome(ws-alr-local-idx)   to fd-alr-local-nome
           move ws-alr-dia                        to fd-alr-dia
           move ws-alr-turno                      to fd-alr-turno
           move ws-alr-valor-num                  to fd-alr-valor
           move ws-alr-limite-num                 to fd-alr-limite
           move ws-alr-tipo-lim                   to fd-alr-tipo-lim
           move ws-alr-origem                     to fd-alr-origem
           write fd-alr-reg
           if ws-fs-arqAlertas <> 0 then
               move 158                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                       to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAlertas."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqAlertas
           if ws-fs-arqAlertas <> 0 then
               move 159                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlertas."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escalonamento dos alertas (lote, passo A): a ocorrencia com alerta
      *> emitido que continua pendente ("P") depois de ws-alr-horas-escal
      *> horas gera um novo alerta, agora para o contato de escalonamento
      *> do local - uma unica vez por ocorrencia
      *>------------------------------------------------------------------------
       escalona-alertas section.
           move 0 to ws-alr-qtd-escal
           accept ws-data-sistema  from date yyyymmdd
           accept ws-hora-sistema  from time
           move ws-data-sistema           to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss    to ws-data-hora-completa-hora
           move ws-data-hora-completa     to ws-alr-dh-aux
           compute ws-alr-agora-min = function integer-of-date(ws-alr-dh-data) * 1440
                                    + ws-alr-dh-hh * 60 + ws-alr-dh-mm
           perform carrega-ocorrencias
           perform varying ws-ocor-ind from 1 by 1 until ws-ocor-ind > ws-qtd-ocor
               if ws-ocor-situacao(ws-ocor-ind) = "P"
                  and ws-ocor-alerta-dh(ws-ocor-ind) <> spaces
                  and ws-ocor-escalado(ws-ocor-ind) <> "S"
                   move ws-ocor-alerta-dh(ws-ocor-ind) to ws-alr-dh-aux
                   compute ws-alr-ocor-min = function integer-of-date(ws-alr-dh-data) * 1440
                                           + ws-alr-dh-hh * 60 + ws-alr-dh-mm
                   if ws-alr-agora-min - ws-alr-ocor-min >= ws-alr-horas-escal * 60
                       move ws-ocor-local(ws-ocor-ind) to ws-busca-local-cod
                       perform busca-local
                       if ws-busca-local-achou = "S"
                           move ws-local-idx                   to ws-alr-local-idx
                           move ws-ocor-aaaamm(ws-ocor-ind)    to ws-alr-aaaamm
                           move ws-ocor-dia(ws-ocor-ind)       to ws-alr-dia
                           move ws-ocor-turno(ws-ocor-ind)     to ws-alr-turno
                           move ws-ocor-temp(ws-ocor-ind)      to ws-alr-valor-num
                           move ws-ocor-origem(ws-ocor-ind)    to ws-alr-origem
                           perform apura-limite-alerta
                           move "E"                            to ws-alr-nivel
                           move ws-local-contato-esc(ws-local-idx) to ws-alr-contato
                           perform grava-alerta
                           move "S" to ws-ocor-escalado(ws-ocor-ind)
                           add 1 to ws-alr-qtd-escal
                       end-if
                   end-if
               end-if
           end-perform
           if ws-alr-qtd-escal > 0
               perform grava-ocorrencias
           end-if
           move ws-alr-qtd-escal   to ws-alr-qtd-escal-edt
           move ws-alr-horas-escal to ws-alr-horas-edt
           move spaces to ws-log-texto
           string "Alertas escalonados: " ws-alr-qtd-escal-edt
               " (prazo de " ws-alr-horas-edt " horas)"
               delimited by size into ws-log-texto
           perform grava-log-lote
           .
       escalona-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lista as ocorrencias de excursao pendentes e aceita o numero da
      *> ocorrencia a tratar: o operador identificado registra a causa e
      *>------------------------------------------------------------------------
       correcao-temperatura section.
           perform seleciona-competencia
      *> competencia fechada nao aceita correcao
           perform verifica-comp-fechada
           perform limpa-dados-mes
           perform ler-temperaturas
           if ws-mes-ok = "N" or ws-ctl-fechada = "S"
               if ws-ctl-fechada = "S"
                   perform avisa-comp-fechada
               else
                   display "Arquivo da competencia nao encontrado!" at line 05 col 07
                   display "Pressione ENTER para continuar..." at line 07 col 07
                   accept ws-aux at line 07 col 42
               end-if
           else
               move "S" to ws-corr-outra
               perform until ws-corr-outra = "N" or ws-corr-outra = "n"
                           move "Erro ao fechar arq. arqTemperaturas."  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform marca-resumo-desatualizado
      *> refletindo o ajuste nos dados em memória, para que uma próxima
      *> correção na mesma sessão já parta do valor corrigido
                       move ws-corr-temp-nova     to ws-temperatura(ws-corr-idx, ws-corr-dia, ws-corr-turno)
       justifica-lacuna section.
           perform seleciona-competencia
           perform converte-mes-txt
      *> competencia fechada nao aceita justificativa: o laco nem comeca
           perform verifica-comp-fechada
           if ws-ctl-fechada = "S"
               perform avisa-comp-fechada
               move "N" to ws-just-outra
           else
               move "S" to ws-just-outra
           end-if
           perform until ws-just-outra = "N" or ws-just-outra = "n"
               move zeros  to ws-just-local-cod
               move zeros  to ws-just-dia
                           " " ws-motivo-desc(ws-motivo-idx)
                           delimited by size into ws-aud-detalhe
                       perform grava-auditoria
                       perform marca-resumo-desatualizado
                       display "Justificativa gravada." at line 10 col 07
                   end-if
                   close arqTemperaturas
      *> de criar uma duplicata que reprovaria o mês na conferência
           perform limpa-dados-mes
           perform ler-temperaturas
      *> cadastro de dataloggers para a validacao da calibracao
           perform carrega-loggers
      *> competencia fechada nao recebe importacao
           perform verifica-comp-fechada
           if ws-ctl-fechada = "S"
               perform avisa-comp-fechada
           else
               open input arqImportacao
               if ws-fs-arqImportacao = 35 then
                   if ws-modo-lote = "S"
                       move "IMPTEMP.txt nao encontrado: nada importado" to ws-log-texto
                       perform grava-log-lote
                   else
                       display "Arquivo IMPTEMP.txt nao encontrado!" at line 05 col 07
                       display "Pressione ENTER para continuar..." at line 07 col 07
                       accept ws-aux at line 07 col 42
                   end-if
               else
                   if ws-fs-arqImportacao <> 0 then
                       move 31                                     to ws-msn-erro-ofsset
                       move ws-fs-arqImportacao                    to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqImportacao."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *> as leituras aceitas são incluidas pela chave no arquivo do
      *> mês; se a competência ainda não tem arquivo, ele é criado agora
                   open i-o arqTemperaturas
                   if ws-fs-arqTemperaturas = 35 then
                       open output arqTemperaturas
                   end-if
                   if ws-fs-arqTemperaturas <> 0 then
                       move 32                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqTemperaturas." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-consulta-aaaamm to ws-nome-relrej-aaaamm
                   open output relRejeicoes
                   if ws-fs-relRejeicoes <> 0 then
                       move 33                                     to ws-msn-erro-ofsset
                       move ws-fs-relRejeicoes                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. relRejeicoes."       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform until ws-fs-arqImportacao = 10
                       read arqImportacao
                       if ws-fs-arqImportacao <> 0 and ws-fs-arqImportacao <> 10 then
                           move 34                                     to ws-msn-erro-ofsset
                           move ws-fs-arqImportacao                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqImportacao."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-fs-arqImportacao = 0 then
                           perform valida-registro-importado
                       end-if
                   end-perform
                   close arqImportacao
                   if ws-fs-arqImportacao <> 0 then
                       move 35                                     to ws-msn-erro-ofsset
                       move ws-fs-arqImportacao                    to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqImportacao."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close arqTemperaturas
                   if ws-fs-arqTemperaturas <> 0 then
                       move 36                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqTemperaturas."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close relRejeicoes
                   if ws-fs-relRejeicoes <> 0 then
                       move 37                                     to ws-msn-erro-ofsset
                       move ws-fs-relRejeicoes                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. relRejeicoes."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-nome-relrej to ws-cat-nome
                   perform grava-catalogo-relatorio
                   if ws-imp-aceitas > 0
                       perform marca-resumo-desatualizado
                   end-if
      *> resumo da importação: no log do lote ou na tela
                   move ws-imp-aceitas    to ws-imp-aceitas-edt
                   move ws-imp-rejeitadas to ws-imp-rejeitadas-edt
                   if ws-modo-lote = "S"
                       move spaces to ws-log-texto
                       string "Importacao: " ws-imp-aceitas-edt " aceitas, "
                           ws-imp-rejeitadas-edt " rejeitadas"
                           delimited by size into ws-log-texto
                       perform grava-log-lote
                       if ws-imp-rejeitadas > 0
                           move spaces to ws-log-texto
                           string "Rejeicoes listadas em " ws-nome-relrej
                               delimited by size into ws-log-texto
                           perform grava-log-lote
                       end-if
                   else
                       display erase
                       display "Importacao concluida." at line 03 col 07
                       display "Leituras aceitas    : " at line 05 col 07
                       display ws-imp-aceitas-edt at line 05 col 29
                       display "Leituras rejeitadas : " at line 06 col 07
                       display ws-imp-rejeitadas-edt at line 06 col 29
                       if ws-imp-rejeitadas > 0
                           display "Veja os motivos em: " at line 08 col 07
                           display ws-nome-relrej at line 08 col 27
                       end-if
                       display "Pressione ENTER para continuar..." at line 10 col 07
                       accept ws-aux at line 10 col 42
                   end-if
               end-if
           end-if
           .
               end-if
               end-if
           end-if
      *> datalogger cadastrado, no local certo e calibrado; devolve a
      *> leitura corrigida pelo certificado
           if ws-rej-motivo = spaces
               perform valida-logger-importado
           end-if

           if ws-rej-motivo = spaces
      *> leitura aceita: anexada ao arquivo do mês com a data/hora da
      *> importação e o datalogger no lugar do operador, ja com a
      *> correcao do certificado de calibracao aplicada
               accept ws-data-sistema  from date yyyymmdd
               accept ws-hora-sistema  from time
               move ws-data-sistema           to ws-data-hora-completa-data
               move imp-local-cod         to fd-local-cod
               move imp-dia               to fd-dia
               move imp-turno             to fd-turno
               move ws-imp-temp-corr      to fd-temperatura
               move imp-logger            to fd-operador
               move ws-data-hora-completa to fd-data-hora-entrada
               move "T"                   to fd-tipo-reg
               add 1 to ws-imp-aceitas
      *> marcando a leitura na memória, para que uma repetição dentro do
      *> próprio arquivo de importação também seja rejeitada
               move ws-imp-temp-corr      to ws-temperatura(ws-local-idx, imp-dia, imp-turno)
               move imp-logger            to ws-operador(ws-local-idx, imp-dia, imp-turno)
               move ws-data-hora-completa to ws-data-hora-entrada(ws-local-idx, imp-dia, imp-turno)
               move "T"                   to ws-tipo-reg(ws-local-idx, imp-dia, imp-turno)
               move imp-umidade           to ws-umidade(ws-local-idx, imp-dia, imp-turno)
               move "S"                   to ws-local-tem-dados(ws-local-idx)
      *> leitura corrigida fora da faixa do local: o mesmo alerta da
      *> digitacao, com o datalogger como origem
               move ws-local-idx          to ws-alr-local-idx
               move imp-dia               to ws-alr-dia
               move imp-turno             to ws-alr-turno
               move ws-imp-temp-corr      to ws-alr-valor-num
               move imp-logger            to ws-alr-origem
               perform emite-alerta-faixa
           else
      *> leitura rejeitada: vai para o relatório com o registro original
      *> e o motivo, para redigitação manual

      *>------------------------------------------------------------------------
      *> Fechamento do mês: roda a conferência do arquivo mensal escolhido
      *> e mostra o resultado (menu). O detalhe fica em RELDIVER.txt.
      *> Mes conferido sem divergencias pode ser fechado formalmente
      *> (CTLCOMP.txt); competencia ja fechada so volta a aceitar
      *> movimento pela reabertura, com motivo e trilha de auditoria
      *>------------------------------------------------------------------------
       fechamento-mes section.
           perform seleciona-competencia
           perform verifica-comp-fechada
           if ws-ctl-fechada = "S"
      *> competencia arquivada no historico nao volta a ser reaberta
               if ws-ctl-arquivada = "S"
                   perform avisa-comp-fechada
               else
                   perform reabre-competencia
               end-if
           else
               perform confere-mes
               display erase
               if ws-mes-confere = "S"
                   display "Conferencia concluida sem divergencias." at line 03 col 07
                   display "O mes esta apto para as estatisticas." at line 04 col 07
                   if ws-qtd-lacunas > 0
                       move ws-qtd-lacunas to ws-qtd-lacunas-edt
                       display "Lacunas justificadas no mes: " at line 05 col 07
                       display ws-qtd-lacunas-edt at line 05 col 36
                   end-if
                   display "Fechar a competencia agora? (S/N):" at line 06 col 07
                   accept ws-ctl-confirma at line 06 col 42
                   if ws-ctl-confirma = "S" or ws-ctl-confirma = "s"
                       perform fecha-competencia
                       display "Competencia fechada: movimento bloqueado." at line 07 col 07
                   end-if
               else
                   move ws-conf-diverg to ws-conf-diverg-edt
                   display "Divergencias encontradas: " at line 03 col 07
                   display ws-conf-diverg-edt at line 03 col 33
                   display "Veja o detalhe em: " at line 04 col 07
                   display ws-nome-reldiver at line 04 col 26
               end-if
               display "Pressione ENTER para continuar..." at line 08 col 07
               accept ws-aux at line 08 col 42
           end-if
           .
       fechamento-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o controle de competencias (CTLCOMP.txt) para a tabela;
      *> sem arquivo, nenhuma competencia foi fechada ainda
      *>------------------------------------------------------------------------
       carrega-controle-comp section.
           move 0 to ws-qtd-ctl
           open input arqCompetencias
           if ws-fs-arqCompetencias = 35 then
               continue
           else
               if ws-fs-arqCompetencias <> 0 then
                   move 127                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCompetencias                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCompetencias."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqCompetencias = 10
                   read arqCompetencias
                   if ws-fs-arqCompetencias = 0 then
                       if ws-qtd-ctl >= ws-max-ctl then
                           move 128                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela de competencias cheia."       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-ctl
                       move fd-ctl-aaaamm          to ws-ctl-aaaamm(ws-qtd-ctl)
                       move fd-ctl-situacao        to ws-ctl-situacao(ws-qtd-ctl)
                       move fd-ctl-fech-oper       to ws-ctl-fech-oper(ws-qtd-ctl)
                       move fd-ctl-fech-datahora   to ws-ctl-fech-datahora(ws-qtd-ctl)
                       move fd-ctl-reab-oper       to ws-ctl-reab-oper(ws-qtd-ctl)
                       move fd-ctl-reab-datahora   to ws-ctl-reab-datahora(ws-qtd-ctl)
                       move fd-ctl-reab-motivo     to ws-ctl-reab-motivo(ws-qtd-ctl)
                       move fd-ctl-exp-datahora    to ws-ctl-exp-datahora(ws-qtd-ctl)
                       move fd-ctl-ret-situacao    to ws-ctl-ret-situacao(ws-qtd-ctl)
                       move fd-ctl-ret-datahora    to ws-ctl-ret-datahora(ws-qtd-ctl)
      *> registros gravados antes do controle da exportacao vem com os
      *> contadores em branco
                       if fd-ctl-exp-qtd is numeric
                          and fd-ctl-ret-aceitas is numeric
                          and fd-ctl-ret-rejeitadas is numeric
                           move fd-ctl-exp-qtd        to ws-ctl-exp-qtd(ws-qtd-ctl)
                           move fd-ctl-ret-aceitas    to ws-ctl-ret-aceitas(ws-qtd-ctl)
                           move fd-ctl-ret-rejeitadas to ws-ctl-ret-rejeitadas(ws-qtd-ctl)
                       else
                           move 0 to ws-ctl-exp-qtd(ws-qtd-ctl)
                           move 0 to ws-ctl-ret-aceitas(ws-qtd-ctl)
                           move 0 to ws-ctl-ret-rejeitadas(ws-qtd-ctl)
                       end-if
                   else
                       if ws-fs-arqCompetencias <> 10 then
                           move 129                                 to ws-msn-erro-ofsset
                           move ws-fs-arqCompetencias               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCompetencias."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqCompetencias
               if ws-fs-arqCompetencias <> 0 then
                   move 130                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCompetencias                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCompetencias."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-controle-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CTLCOMP.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-controle-comp section.
           open output arqCompetencias
           if ws-fs-arqCompetencias <> 0 then
               move 131                                    to ws-msn-erro-ofsset
               move ws-fs-arqCompetencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCompetencias."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-ctl-ind from 1 by 1 until ws-ctl-ind > ws-qtd-ctl
               move ws-ctl-aaaamm(ws-ctl-ind)        to fd-ctl-aaaamm
               move ws-ctl-situacao(ws-ctl-ind)      to fd-ctl-situacao
               move ws-ctl-fech-oper(ws-ctl-ind)     to fd-ctl-fech-oper
               move ws-ctl-fech-datahora(ws-ctl-ind) to fd-ctl-fech-datahora
               move ws-ctl-reab-oper(ws-ctl-ind)     to fd-ctl-reab-oper
               move ws-ctl-reab-datahora(ws-ctl-ind) to fd-ctl-reab-datahora
               move ws-ctl-reab-motivo(ws-ctl-ind)   to fd-ctl-reab-motivo
               move ws-ctl-exp-datahora(ws-ctl-ind)  to fd-ctl-exp-datahora
               move ws-ctl-exp-qtd(ws-ctl-ind)       to fd-ctl-exp-qtd
               move ws-ctl-ret-situacao(ws-ctl-ind)  to fd-ctl-ret-situacao
               move ws-ctl-ret-datahora(ws-ctl-ind)  to fd-ctl-ret-datahora
               move ws-ctl-ret-aceitas(ws-ctl-ind)   to fd-ctl-ret-aceitas
               move ws-ctl-ret-rejeitadas(ws-ctl-ind) to fd-ctl-ret-rejeitadas
               write fd-ctl-reg
               if ws-fs-arqCompetencias <> 0 then
                   move 132                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCompetencias                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCompetencias."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqCompetencias
           if ws-fs-arqCompetencias <> 0 then
               move 133                                    to ws-msn-erro-ofsset
               move ws-fs-arqCompetencias                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCompetencias."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura ws-busca-ctl-aaaamm na tabela de competencias: devolve
      *> ws-busca-ctl-achou e, quando achou, o indice em ws-ctl-idx
      *>------------------------------------------------------------------------
       busca-controle-comp section.
           move "N" to ws-busca-ctl-achou
           move 0   to ws-ctl-idx
           perform varying ws-ctl-ind from 1 by 1
                   until ws-ctl-ind > ws-qtd-ctl or ws-busca-ctl-achou = "S"
               if ws-ctl-aaaamm(ws-ctl-ind) = ws-busca-ctl-aaaamm
                   move "S"        to ws-busca-ctl-achou
                   move ws-ctl-ind to ws-ctl-idx
               end-if
           end-perform
           .
       busca-controle-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Indica em ws-ctl-fechada se a competencia corrente
      *> (ws-nome-arquivo-aaaamm) esta fechada; reaberta conta como aberta.
      *> Arquivada ou restaurada para vistoria continua fechada e fica
      *> tambem marcada em ws-ctl-arquivada (nao pode mais ser reaberta)
      *>------------------------------------------------------------------------
       verifica-comp-fechada section.
           perform carrega-controle-comp
           move ws-nome-arquivo-aaaamm to ws-busca-ctl-aaaamm
           perform busca-controle-comp
           move "N" to ws-ctl-fechada
           move "N" to ws-ctl-arquivada
           if ws-busca-ctl-achou = "S"
               if ws-ctl-situacao(ws-ctl-idx) = "F"
                   move "S" to ws-ctl-fechada
               end-if
               if ws-ctl-situacao(ws-ctl-idx) = "A"
                  or ws-ctl-situacao(ws-ctl-idx) = "V"
                   move "S" to ws-ctl-fechada
                   move "S" to ws-ctl-arquivada
               end-if
           end-if
           .
       verifica-comp-fechada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aviso de operacao recusada por competencia fechada: no log do
      *> lote ou na tela, com quem fechou e quando (chamada logo apos
      *> verifica-comp-fechada)
      *>------------------------------------------------------------------------
       avisa-comp-fechada section.
           if ws-modo-lote = "S"
               move spaces to ws-log-texto
               string "Competencia " ws-nome-arquivo-aaaamm
                   " fechada: operacao recusada"
                   delimited by size into ws-log-texto
               perform grava-log-lote
               move 8 to ws-lote-rc
           else
               display erase
               display "Competencia " at line 03 col 07
               display ws-nome-arquivo-aaaamm at line 03 col 19
               display " fechada: operacao recusada." at line 03 col 25
               display "Fechada por " at line 04 col 07
               display ws-ctl-fech-oper(ws-ctl-idx) at line 04 col 19
               display " em " at line 04 col 29
               display ws-ctl-fech-datahora(ws-ctl-idx) at line 04 col 33
               if ws-ctl-arquivada = "S"
                   display "Competencia no arquivo historico: somente consulta." at line 05 col 07
               else
                   display "Reabra pelo fechamento do mes (opcao 5)." at line 05 col 07
               end-if
               display "Pressione ENTER para continuar..." at line 07 col 07
               accept ws-aux at line 07 col 42
           end-if
           .
       avisa-comp-fechada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fecha formalmente a competencia corrente (ws-nome-arquivo-aaaamm)
      *> em CTLCOMP.txt, com operador e data/hora, e registra na auditoria.
      *> Uma competencia reaberta volta a "F" com um novo fechamento.
      *> Chamada logo apos uma conferencia limpa (confere-mes), cujas
      *> lacunas justificadas entram no resumo do mes
      *>------------------------------------------------------------------------
       fecha-competencia section.
           perform carrega-controle-comp
           move ws-nome-arquivo-aaaamm to ws-busca-ctl-aaaamm
           perform busca-controle-comp
           if ws-busca-ctl-achou = "N"
               if ws-qtd-ctl >= ws-max-ctl then
                   move 128                                 to ws-msn-erro-ofsset
                   move 0                                   to ws-msn-erro-cod
                   move "Tabela de competencias cheia."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-ctl
               move ws-qtd-ctl             to ws-ctl-idx
               move ws-nome-arquivo-aaaamm to ws-ctl-aaaamm(ws-ctl-idx)
               move spaces                 to ws-ctl-reab-oper(ws-ctl-idx)
               move spaces                 to ws-ctl-reab-datahora(ws-ctl-idx)
               move spaces                 to ws-ctl-reab-motivo(ws-ctl-idx)
               move spaces                 to ws-ctl-exp-datahora(ws-ctl-idx)
               move 0                      to ws-ctl-exp-qtd(ws-ctl-idx)
               move spaces                 to ws-ctl-ret-situacao(ws-ctl-idx)
               move spaces                 to ws-ctl-ret-datahora(ws-ctl-idx)
               move 0                      to ws-ctl-ret-aceitas(ws-ctl-idx)
               move 0                      to ws-ctl-ret-rejeitadas(ws-ctl-idx)
           end-if
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema        to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
           move "F"                    to ws-ctl-situacao(ws-ctl-idx)
           move ws-operador-logado     to ws-ctl-fech-oper(ws-ctl-idx)
           move ws-data-hora-completa  to ws-ctl-fech-datahora(ws-ctl-idx)
           perform grava-controle-comp
           move ws-operador-logado to ws-aud-operador
           move "COMP-FECH"        to ws-aud-evento
           move spaces to ws-aud-detalhe
           string "Comp " ws-nome-arquivo-aaaamm " fechada"
               delimited by size into ws-aud-detalhe
           perform grava-auditoria
      *> o fechamento grava (ou regrava, numa competencia reaberta) o
      *> resumo estatistico do mes
           perform gera-resumo-mes
           .
       fecha-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reabertura de competencia fechada (menu): mostra quem fechou,
      *> pede confirmacao e o motivo (obrigatorio) e grava a situacao "R"
      *> com operador e data/hora, registrando na auditoria. A competencia
      *> reaberta volta a aceitar movimento, mas so reexporta depois de
      *> um novo fechamento (chamada logo apos verifica-comp-fechada)
      *>------------------------------------------------------------------------
       reabre-competencia section.
           display erase
           display "Competencia " at line 03 col 07
           display ws-nome-arquivo-aaaamm at line 03 col 19
           display " esta fechada." at line 03 col 25
           display "Fechada por " at line 04 col 07
           display ws-ctl-fech-oper(ws-ctl-idx) at line 04 col 19
           display " em " at line 04 col 29
           display ws-ctl-fech-datahora(ws-ctl-idx) at line 04 col 33
           display "Reabrir a competencia? (S/N):" at line 06 col 07
           accept ws-ctl-confirma at line 06 col 37
           if ws-ctl-confirma = "S" or ws-ctl-confirma = "s"
               move spaces to ws-ctl-motivo
               perform until ws-ctl-motivo <> spaces
                   display "Motivo da reabertura: " at line 08 col 07
                   accept ws-ctl-motivo at line 08 col 29
                   if ws-ctl-motivo = spaces
                       display "Motivo obrigatorio!" at line 09 col 07
                   end-if
               end-perform
               accept ws-data-sistema from date yyyymmdd
               accept ws-hora-sistema from time
               move ws-data-sistema        to ws-data-hora-completa-data
               move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
               move "R"                    to ws-ctl-situacao(ws-ctl-idx)
               move ws-operador-logado     to ws-ctl-reab-oper(ws-ctl-idx)
               move ws-data-hora-completa  to ws-ctl-reab-datahora(ws-ctl-idx)
               move ws-ctl-motivo          to ws-ctl-reab-motivo(ws-ctl-idx)
               perform grava-controle-comp
               move ws-operador-logado to ws-aud-operador
               move "COMP-REAB"        to ws-aud-evento
               move spaces to ws-aud-detalhe
               string "Comp " ws-nome-arquivo-aaaamm
                   " reaberta motivo " ws-ctl-motivo
                   delimited by size into ws-aud-detalhe
               perform grava-auditoria
               display "                   " at line 09 col 07
               display "Competencia reaberta. Feche-a de novo para reexportar." at line 10 col 07
           else
               display "Competencia mantida fechada." at line 10 col 07
           end-if
           display "Pressione ENTER para continuar..." at line 12 col 07
           accept ws-aux at line 12 col 42
           .
       reabre-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exportação do mês conferido para o sistema corporativo da
      *> qualidade (EXPTEMP-AAAAMM.csv): uma linha delimitada por
      *> ponto-e-virgula por local/dia com o codigo e o nome do local, o
      *> dia, a temperatura efetiva (ajuste prevalecendo sobre a leitura
      *> original, a mesma regra da carga), o operador, a data/hora da
      *> entrada e a situacao frente a faixa de operacao, entre um
      *> cabecalho com a competencia e um trailer com a contagem. Um mes
      *> reprovado na conferencia NAO exporta: dado nao conciliado nao
      *> embarca para a qualidade. Tambem so exporta competencia fechada
      *> formalmente (CTLCOMP.txt): reaberta precisa ser fechada de novo
      *>------------------------------------------------------------------------
       exporta-mes section.
      *> no modo lote a competencia ja vem do PARAMLOTE.txt
           if ws-modo-lote not = "S"
               perform seleciona-competencia
           end-if
           perform prepara-mes-estatisticas
           perform verifica-comp-fechada
           if ws-mes-ok = "N" or ws-mes-confere = "N" or ws-ctl-fechada = "N"
              or ws-ctl-arquivada = "S"
      *> mes ausente, nao conciliado, nao fechado ou ja no arquivo
      *> historico NAO exporta, em nenhum modo
               if ws-modo-lote = "S"
                   evaluate true
                       when ws-ctl-arquivada = "S"
                           move "Exportacao recusada: competencia arquivada" to ws-log-texto
                       when ws-mes-ok = "N"
                           move "Exportacao recusada: arquivo do mes ausente" to ws-log-texto
                       when ws-mes-confere = "N"
                           move "Exportacao recusada: mes com divergencias" to ws-log-texto
                       when other
                           move "Exportacao recusada: competencia nao fechada" to ws-log-texto
                   end-evaluate
                   perform grava-log-lote
                   move 8 to ws-lote-rc
               else
                   evaluate true
                       when ws-ctl-arquivada = "S"
                           perform avisa-comp-fechada
                       when ws-mes-ok = "N" or ws-mes-confere = "N"
                           perform avisa-mes-invalido
                       when other
                           display erase
                           display "Competencia " at line 03 col 07
                           display ws-consulta-aaaamm at line 03 col 19
                           display " nao fechada! Feche-a antes de exportar." at line 03 col 25
                           display "Pressione ENTER para continuar..." at line 05 col 07
                           accept ws-aux at line 05 col 42
                   end-evaluate
               end-if
           else
               move ws-consulta-aaaamm to ws-nome-exportacao-aaaamm
               open output arqExportacao
               if ws-fs-arqExportacao <> 0 then
                   move 83                                     to ws-msn-erro-ofsset
                   move ws-fs-arqExportacao                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqExportacao."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
      *> cabecalho com a competencia exportada
               move spaces to ws-exp-linha
               string "EXPTEMP;" ws-consulta-aaaamm delimited by size
                   into ws-exp-linha
               perform grava-linha-exportacao
                   move "Erro ao fechar arq. arqExportacao."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
      *> a exportacao fica registrada na competencia: o retorno da
      *> qualidade e conciliado contra este trailer, e uma reexportacao
      *> volta a aguardar retorno
               accept ws-data-sistema from date yyyymmdd
               accept ws-hora-sistema from time
               move ws-data-sistema        to ws-data-hora-completa-data
               move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
               move ws-data-hora-completa  to ws-ctl-exp-datahora(ws-ctl-idx)
               move ws-exp-qtd             to ws-ctl-exp-qtd(ws-ctl-idx)
               move spaces                 to ws-ctl-ret-situacao(ws-ctl-idx)
               move spaces                 to ws-ctl-ret-datahora(ws-ctl-idx)
               move 0                      to ws-ctl-ret-aceitas(ws-ctl-idx)
               move 0                      to ws-ctl-ret-rejeitadas(ws-ctl-idx)
               perform grava-controle-comp
               if ws-modo-lote = "S"
                   move spaces to ws-log-texto
                   string "Exportacao gerada: " ws-nome-exportacao
           exit.

      *>------------------------------------------------------------------------
      *> Retorno da qualidade (menu): submenu com a conciliacao do retorno
      *> de uma competencia e o relatorio das exportadas sem retorno
      *>------------------------------------------------------------------------
       retorno-qualidade section.
           move space to ws-ret-opcao
           perform until ws-ret-opcao = "V" or ws-ret-opcao = "v"
               display tela-retorno-menu
               accept tela-retorno-menu
               evaluate ws-ret-opcao
                   when "1"
                       perform importa-retorno-qualidade
                   when "2"
                       perform relatorio-sem-retorno
                   when "V"
                   when "v"
                       continue
                   when other
                       display "Opcao invalida!" at line 10 col 07
                       display "Pressione ENTER para continuar..." at line 12 col 07
                       accept ws-aux at line 12 col 42
               end-evaluate
           end-perform
           .
       retorno-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Concilia o retorno da qualidade (RETEXP-AAAAMM.csv) da competencia
      *> com o trailer da exportacao registrado em CTLCOMP.txt: conta as
      *> linhas aceitas e rejeitadas, lista as rejeitadas com o motivo em
      *> RELRETEXP-AAAAMM.txt e grava a competencia como transmitida ("T"),
      *> parcialmente aceita ("P") ou recusada ("R"). Retorno sem cabecalho
      *> ou de outra competencia nao e conciliado
      *>------------------------------------------------------------------------
       importa-retorno-qualidade section.
      *> no modo lote a competencia ja vem do PARAMLOTE.txt
           if ws-modo-lote not = "S"
               perform seleciona-competencia
           end-if
           perform carrega-controle-comp
           move ws-consulta-aaaamm to ws-busca-ctl-aaaamm
           perform busca-controle-comp
           if ws-busca-ctl-achou = "N"
              or ws-ctl-exp-datahora(ws-ctl-idx) = spaces
               if ws-modo-lote = "S"
                   move "Retorno ignorado: competencia nao exportada" to ws-log-texto
                   perform grava-log-lote
                   if ws-lote-rc < 4
                       move 4 to ws-lote-rc
                   end-if
               else
                   display erase
                   display "Competencia " at line 03 col 07
                   display ws-consulta-aaaamm at line 03 col 19
                   display " nao exportada: nao ha retorno a conciliar." at line 03 col 25
                   display "Pressione ENTER para continuar..." at line 05 col 07
                   accept ws-aux at line 05 col 42
               end-if
           else
               move ws-consulta-aaaamm to ws-nome-retexp-aaaamm
               open input arqRetorno
               if ws-fs-arqRetorno = 35 then
      *> retorno ainda nao chegou: a competencia segue aguardando
                   if ws-modo-lote = "S"
                       move spaces to ws-log-texto
                       string "Retorno ainda nao recebido: " ws-nome-retexp
                           delimited by size into ws-log-texto
                       perform grava-log-lote
                   else
                       display erase
                       display "Retorno ainda nao recebido: " at line 03 col 07
                       display ws-nome-retexp at line 03 col 35
                       display "Pressione ENTER para continuar..." at line 05 col 07
                       accept ws-aux at line 05 col 42
                   end-if
               else
                   if ws-fs-arqRetorno <> 0 then
                       move 177                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRetorno                       to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqRetorno."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-consulta-aaaamm to ws-nome-relretexp-aaaamm
                   open output relRetorno
                   if ws-fs-relRetorno <> 0 then
                       move 180                                    to ws-msn-erro-ofsset
                       move ws-fs-relRetorno                       to ws-msn-erro-cod
                       move "Erro ao abrir arq. relRetorno."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-ctl-exp-qtd(ws-ctl-idx) to ws-ret-enviadas
                   move spaces to ws-ret-msg-texto
                   string "Retorno da qualidade - competencia " ws-consulta-aaaamm
                       " (exportada em " ws-ctl-exp-datahora(ws-ctl-idx) ")"
                       delimited by size into ws-ret-msg-texto
                   perform grava-linha-retorno
                   move spaces to ws-ret-msg-texto
                   perform grava-linha-retorno
                   move "Linhas rejeitadas pela qualidade:" to ws-ret-msg-texto
                   perform grava-linha-retorno
                   move "N" to ws-ret-cab-ok
                   move 0   to ws-ret-aceitas
                   move 0   to ws-ret-rejeitadas
                   move 0   to ws-ret-invalidas
                   perform until ws-fs-arqRetorno = 10
                       read arqRetorno
                       if ws-fs-arqRetorno = 0 then
                           perform trata-linha-retorno
                       else
                           if ws-fs-arqRetorno <> 10 then
                               move 178                                 to ws-msn-erro-ofsset
                               move ws-fs-arqRetorno                    to ws-msn-erro-cod
                               move "Erro ao ler arq. arqRetorno."        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
                   close arqRetorno
                   if ws-fs-arqRetorno <> 0 then
                       move 179                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRetorno                       to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqRetorno."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *> totais contra o trailer enviado e a situacao da competencia
                   move ws-ret-enviadas   to ws-ret-enviadas-edt
                   move ws-ret-aceitas    to ws-ret-aceitas-edt
                   move ws-ret-rejeitadas to ws-ret-rejeitadas-edt
                   move ws-ret-invalidas  to ws-ret-invalidas-edt
                   compute ws-ret-soma = ws-ret-aceitas + ws-ret-rejeitadas
                   move spaces to ws-ret-msg-texto
                   perform grava-linha-retorno
                   move spaces to ws-ret-msg-texto
                   string "Linhas enviadas (trailer EXPTEMP): " ws-ret-enviadas-edt
                       delimited by size into ws-ret-msg-texto
                   perform grava-linha-retorno
                   move spaces to ws-ret-msg-texto
                   string "Aceitas: " ws-ret-aceitas-edt
                       "  Rejeitadas: " ws-ret-rejeitadas-edt
                       "  Linhas invalidas no retorno: " ws-ret-invalidas-edt
                       delimited by size into ws-ret-msg-texto
                   perform grava-linha-retorno
                   if ws-ret-soma <> ws-ret-enviadas
                       move "DIVERGENCIA: aceitas + rejeitadas nao batem com o trailer enviado"
                           to ws-ret-msg-texto
                       perform grava-linha-retorno
                   end-if
                   if ws-ret-cab-ok <> "S"
                       move "Cabecalho ausente ou de outra competencia: retorno nao conciliado"
                           to ws-ret-msg-texto
                       perform grava-linha-retorno
                   else
                       evaluate true
                           when ws-ret-aceitas = 0
                               move "R"                   to ws-ret-situacao
                               move "RECUSADA"            to ws-ret-situacao-desc
                           when ws-ret-rejeitadas = 0
                            and ws-ret-invalidas = 0
                            and ws-ret-soma = ws-ret-enviadas
                               move "T"                   to ws-ret-situacao
                               move "TRANSMITIDA"         to ws-ret-situacao-desc
                           when other
                               move "P"                   to ws-ret-situacao
                               move "PARCIALMENTE ACEITA" to ws-ret-situacao-desc
                       end-evaluate
                       move spaces to ws-ret-msg-texto
                       string "Situacao da competencia: " ws-ret-situacao-desc
                           delimited by size into ws-ret-msg-texto
                       perform grava-linha-retorno
                   end-if
                   close relRetorno
                   if ws-fs-relRetorno <> 0 then
                       move 182                                    to ws-msn-erro-ofsset
                       move ws-fs-relRetorno                       to ws-msn-erro-cod
                       move "Erro ao fechar arq. relRetorno."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-nome-relretexp to ws-cat-nome
                   perform grava-catalogo-relatorio
                   if ws-ret-cab-ok = "S"
      *> situacao do retorno gravada na competencia, com trilha de auditoria
                       accept ws-data-sistema from date yyyymmdd
                       accept ws-hora-sistema from time
                       move ws-data-sistema        to ws-data-hora-completa-data
                       move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
                       move ws-ret-situacao        to ws-ctl-ret-situacao(ws-ctl-idx)
                       move ws-data-hora-completa  to ws-ctl-ret-datahora(ws-ctl-idx)
                       move ws-ret-aceitas         to ws-ctl-ret-aceitas(ws-ctl-idx)
                       move ws-ret-rejeitadas      to ws-ctl-ret-rejeitadas(ws-ctl-idx)
                       perform grava-controle-comp
                       move ws-operador-logado to ws-aud-operador
                       move "EXP-RETORN"       to ws-aud-evento
                       move spaces to ws-aud-detalhe
                       string "Comp " ws-consulta-aaaamm " " ws-ret-situacao-desc
                           " aceitas " ws-ret-aceitas-edt
                           " rejeitadas " ws-ret-rejeitadas-edt
                           " enviadas " ws-ret-enviadas-edt
                           delimited by size into ws-aud-detalhe
                       perform grava-auditoria
                   end-if
                   if ws-modo-lote = "S"
                       move spaces to ws-log-texto
                       if ws-ret-cab-ok = "S"
                           string "Retorno " ws-ret-situacao-desc
                               " aceitas " ws-ret-aceitas-edt
                               " rejeitadas " ws-ret-rejeitadas-edt
                               delimited by size into ws-log-texto
                       else
                           string "Retorno nao conciliado - veja " ws-nome-relretexp
                               delimited by size into ws-log-texto
                       end-if
                       perform grava-log-lote
      *> parcialmente aceita pede atencao; recusada, divergente ou
      *> ilegivel reprova o lote
                       if ws-ret-cab-ok <> "S"
                          or ws-ret-situacao = "R"
                          or ws-ret-soma <> ws-ret-enviadas
                           move 8 to ws-lote-rc
                       else
                           if ws-ret-situacao = "P" and ws-lote-rc < 4
                               move 4 to ws-lote-rc
                           end-if
                       end-if
                   else
                       display erase
                       display "Relatorio gerado: " at line 03 col 07
                       display ws-nome-relretexp at line 03 col 25
                       display "Enviadas:" at line 05 col 07
                       display ws-ret-enviadas-edt at line 05 col 21
                       display "Aceitas:" at line 06 col 07
                       display ws-ret-aceitas-edt at line 06 col 21
                       display "Rejeitadas:" at line 07 col 07
                       display ws-ret-rejeitadas-edt at line 07 col 21
                       if ws-ret-cab-ok = "S"
                           display "Situacao:" at line 09 col 07
                           display ws-ret-situacao-desc at line 09 col 21
                       else
                           display "Retorno sem cabecalho ou de outra competencia!" at line 09 col 07
                       end-if
                       if ws-ret-soma <> ws-ret-enviadas
                           display "Aceitas + rejeitadas diferem do trailer enviado!" at line 10 col 07
                       end-if
                       display "Pressione ENTER para continuar..." at line 12 col 07
                       accept ws-aux at line 12 col 42
                   end-if
               end-if
           end-if
           .
       importa-retorno-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Classifica uma linha do retorno da qualidade (chamada de dentro
      *> de importa-retorno-qualidade): cabecalho, trailer, aceita ou
      *> rejeitada; a rejeitada e a invalida vao para o relatorio
      *>------------------------------------------------------------------------
       trata-linha-retorno section.
           move spaces to ws-ret-tipo
           move spaces to ws-ret-campo-2
           move spaces to ws-ret-dia-x
           move spaces to ws-ret-turno-x
           move spaces to ws-ret-motivo
           move spaces to ws-ret-desc
           unstring fd-ret-linha delimited by ";"
               into ws-ret-tipo ws-ret-campo-2 ws-ret-dia-x
                    ws-ret-turno-x ws-ret-motivo ws-ret-desc
           end-unstring
           evaluate ws-ret-tipo
               when "RETEXP"
                   if ws-ret-campo-2 = ws-consulta-aaaamm
                       move "S" to ws-ret-cab-ok
                   else
                       move "X" to ws-ret-cab-ok
                   end-if
               when "TOTAL"
                   continue
               when "A"
               when "R"
                   if ws-ret-local-x is not numeric
                      or ws-ret-campo-2-resto <> spaces
                      or ws-ret-dia-x is not numeric
                      or ws-ret-turno-x is not numeric
                      or (ws-ret-tipo = "R" and ws-ret-motivo = spaces)
                       perform grava-linha-invalida-retorno
                   else
                       if ws-ret-tipo = "A"
                           add 1 to ws-ret-aceitas
                       else
                           add 1 to ws-ret-rejeitadas
                           move ws-ret-local-x to ws-ret-lin-local
                           move ws-ret-local-x to ws-busca-local-cod
                           perform busca-local
                           if ws-busca-local-achou = "S"
                               move ws-local-nome(ws-local-idx) to ws-ret-lin-nome
                           else
                               move "(nao cadastrado)"          to ws-ret-lin-nome
                           end-if
                           move ws-ret-dia-x   to ws-ret-lin-dia
                           move ws-ret-turno-x to ws-ret-lin-turno
                           move ws-ret-motivo  to ws-ret-lin-motivo
                           move ws-ret-desc    to ws-ret-lin-desc
                           move ws-ret-lin-rej to ws-ret-msg-texto
                           perform grava-linha-retorno
                       end-if
                   end-if
               when other
                   perform grava-linha-invalida-retorno
           end-evaluate
           .
       trata-linha-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta e lista no relatorio uma linha do retorno fora do layout
      *>------------------------------------------------------------------------
       grava-linha-invalida-retorno section.
           add 1 to ws-ret-invalidas
           move spaces to ws-ret-msg-texto
           string "  Linha invalida: " fd-ret-linha(1:60)
               delimited by size into ws-ret-msg-texto
           perform grava-linha-retorno
           .
       grava-linha-invalida-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-ret-msg-texto como uma linha de RELRETEXP-AAAAMM.txt
      *>------------------------------------------------------------------------
       grava-linha-retorno section.
           write fd-relRetorno-linha from ws-ret-msg-texto
           if ws-fs-relRetorno <> 0 then
               move 181                                    to ws-msn-erro-ofsset
               move ws-fs-relRetorno                       to ws-msn-erro-cod
               move "Erro ao gravar arq. relRetorno."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio das competencias exportadas que nunca tiveram retorno
      *> da qualidade (RELSEMRET.txt), com a data da exportacao e ha
      *> quantos dias o retorno e aguardado
      *>------------------------------------------------------------------------
       relatorio-sem-retorno section.
           perform carrega-controle-comp
           accept ws-data-sistema from date yyyymmdd
           open output relSemRetorno
           if ws-fs-relSemRetorno <> 0 then
               move 183                                    to ws-msn-erro-ofsset
               move ws-fs-relSemRetorno                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relSemRetorno."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-ret-msg-texto
           string "Competencias exportadas sem retorno da qualidade (emitido em "
               ws-data-sistema ")"
               delimited by size into ws-ret-msg-texto
           perform grava-linha-sem-retorno
           move spaces to ws-ret-msg-texto
           perform grava-linha-sem-retorno
           move "  Comp.     Exportada em        Linhas    Dias sem retorno"
               to ws-ret-msg-texto
           perform grava-linha-sem-retorno
           move 0 to ws-ret-qtd-sem
           perform varying ws-ctl-ind from 1 by 1 until ws-ctl-ind > ws-qtd-ctl
               if ws-ctl-exp-datahora(ws-ctl-ind) <> spaces
                  and ws-ctl-ret-situacao(ws-ctl-ind) = space
                   move ws-ctl-aaaamm(ws-ctl-ind)       to ws-ret-sem-aaaamm
                   move ws-ctl-exp-datahora(ws-ctl-ind) to ws-ret-sem-datahora
                   move ws-ctl-exp-qtd(ws-ctl-ind)      to ws-ret-sem-qtd
                   move ws-ctl-exp-datahora(ws-ctl-ind)(1:8) to ws-ret-exp-data
                   compute ws-ret-sem-dias = function integer-of-date(ws-data-sistema)
                                           - function integer-of-date(ws-ret-exp-data)
                   move ws-ret-lin-sem to ws-ret-msg-texto
                   perform grava-linha-sem-retorno
                   add 1 to ws-ret-qtd-sem
               end-if
           end-perform
           move ws-ret-qtd-sem to ws-ret-qtd-sem-edt
           move spaces to ws-ret-msg-texto
           perform grava-linha-sem-retorno
           move spaces to ws-ret-msg-texto
           string "Competencias sem retorno: " ws-ret-qtd-sem-edt
               delimited by size into ws-ret-msg-texto
           perform grava-linha-sem-retorno
           close relSemRetorno
           if ws-fs-relSemRetorno <> 0 then
               move 185                                    to ws-msn-erro-ofsset
               move ws-fs-relSemRetorno                    to ws-msn-erro-cod
               move "Erro ao fechar arq. relSemRetorno."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "RELSEMRET.txt" to ws-cat-nome
           perform grava-catalogo-relatorio
           if ws-modo-lote = "S"
               move spaces to ws-log-texto
               string "Relatorio gerado: RELSEMRET.txt ("
                   ws-ret-qtd-sem-edt " competencias sem retorno)"
                   delimited by size into ws-log-texto
               perform grava-log-lote
           else
               display erase
               display "Relatorio gerado: RELSEMRET.txt" at line 03 col 07
               display "Competencias exportadas sem retorno: " at line 04 col 07
               display ws-ret-qtd-sem-edt at line 04 col 44
               display "Pressione ENTER para continuar..." at line 06 col 07
               accept ws-aux at line 06 col 42
           end-if
           .
       relatorio-sem-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-ret-msg-texto como uma linha de RELSEMRET.txt
      *>------------------------------------------------------------------------
       grava-linha-sem-retorno section.
           write fd-relSemRetorno-linha from ws-ret-msg-texto
           if ws-fs-relSemRetorno <> 0 then
               move 184                                    to ws-msn-erro-ofsset
               move ws-fs-relSemRetorno                    to ws-msn-erro-cod
               move "Erro ao gravar arq. relSemRetorno."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-sem-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferência do arquivo mensal antes de as estatísticas serem
      *> aceitas: exatamente uma leitura original ("T") por local ativo e
      *> por turno exigido na agenda do local, sem duplicatas, sem
      *> operador em branco, sem data/hora implausível e sem ajuste órfão.
      *> Cada divergência vira uma linha em RELDIVER.txt e ws-mes-confere
      *> volta "N"
      *>------------------------------------------------------------------------
       confere-mes section.
      *> um mes ainda so em arquivo sequencial e convertido uma unica
      *> vez para o indexado antes da conferência
           perform converte-mes-txt
           move "S" to ws-mes-confere
           move "S" to ws-conf-arquivo-ok
           move 0   to ws-conf-diverg
      *> a completude por turno e ditada pelo proprio arquivo: um mes
      *> gravado antes dos turnos existirem so tem turno 1 e continua
      *> sendo cobrado por uma leitura ao dia; um mes com qualquer
      *> registro de turno 2 ou 3 e cobrado pelos tres turnos
           move 1   to ws-conf-max-turno
           move 0   to ws-qtd-lacunas
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               perform varying ws-ind from 1 by 1 until ws-ind > 31
                   perform varying ws-turno from 1 by 1 until ws-turno > ws-qtd-turnos
                       move 0 to ws-conf-qtd-t(ws-local-atual, ws-ind, ws-turno)
                       move 0 to ws-conf-qtd-a(ws-local-atual, ws-ind, ws-turno)
                   end-perform
               end-perform
           end-perform

           move ws-nome-arquivo-aaaamm to ws-nome-reldiver-aaaamm
           open output relDivergencias
           if ws-fs-relDivergencias <> 0 then
               move 43                                     to ws-msn-erro-ofsset
               move ws-fs-relDivergencias                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relDivergencias."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemperaturas
           if ws-fs-arqTemperaturas = 35 then
               move "N"    to ws-conf-arquivo-ok
               move zeros  to ws-div-local
               move zeros  to ws-div-dia
               move zeros  to ws-div-turno
               move "Arquivo do mes nao encontrado" to ws-div-motivo
               perform grava-divergencia
           else
               if ws-fs-arqTemperaturas <> 0 then
                   move 46                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqTemperaturas = 10
                   read arqTemperaturas next
                   if ws-fs-arqTemperaturas <> 0 and ws-fs-arqTemperaturas <> 10 then
                       move 47                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemperaturas." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqTemperaturas = 0 then
                       perform confere-registro
                   end-if
               end-perform
               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 48                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemperaturas."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> segunda passada: com as contagens feitas, aponta os dias sem
      *> leitura, com leituras duplicadas ou com ajuste órfão (quando o
      *> arquivo nem existe, a passada é dispensada: a divergência única
      *> de arquivo inexistente já conta a história)
           if ws-conf-arquivo-ok = "S"
               perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
      *> a completude de dias só é exigida dos locais que têm pelo menos
      *> um registro no mês: um local recém-cadastrado (ou sem movimento
      *> no mês) não pode reprovar um mês já fechado
                   move "N" to ws-conf-tem-reg
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-dias-mes
                       perform varying ws-turno from 1 by 1 until ws-turno > ws-qtd-turnos
                           if ws-conf-qtd-t(ws-local-atual, ws-ind, ws-turno) > 0
                              or ws-conf-qtd-a(ws-local-atual, ws-ind, ws-turno) > 0
                               move "S" to ws-conf-tem-reg
                           end-if
                       end-perform
                   end-perform
                   if ws-conf-tem-reg = "S"
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-dias-mes
      *> exatamente uma leitura original por turno cobrado no mes; a
      *> agenda do local e o calendario de paradas dizem quais turnos
      *> sao cobrados em cada dia (turno nao exigido nao e lacuna)
                    perform varying ws-turno from 1 by 1 until ws-turno > ws-conf-max-turno
                       move ws-local-cod(ws-local-atual) to ws-div-local
                       move ws-ind                       to ws-div-dia
                       move ws-turno                     to ws-div-turno
                       move ws-nome-arquivo-aaaamm       to ws-agd-data-aaaamm
                       move ws-ind                       to ws-agd-data-dd
                       move ws-local-cod(ws-local-atual) to ws-agd-local-cod
                       move ws-turno                     to ws-agd-turno-q
                       perform verifica-leitura-exigida
      *> o ajuste regrava a leitura no lugar, entao o registro "A" E a
      *> leitura do turno: qualquer registro satisfaz a conferencia (o
      *> "ajuste orfao" ficou impossivel por construcao no indexado)
                       if ws-agd-exigida = "S"
                          and ws-conf-qtd-t(ws-local-atual, ws-ind, ws-turno) = 0
                          and ws-conf-qtd-a(ws-local-atual, ws-ind, ws-turno) = 0
                           move "Turno sem leitura"               to ws-div-motivo
                           perform grava-divergencia
                       end-if
      *> leituras duplicadas deixaram de existir: a chave do arquivo
      *> indexado (local/dia/turno) as torna fisicamente impossiveis
                    end-perform
                   end-perform
                   end-if
               end-perform
           end-if

      *> secao propria das lacunas justificadas: elas nao sao
           end-perform

      *> carregando e guardando as estatísticas da primeira competência
      *> (do resumo gravado no fechamento, quando houver)
           move ws-comp-aaaamm1 to ws-consulta-aaaamm
           perform obtem-estatisticas-mes
           move ws-res-desatualizado to ws-comp-desatual1
           if ws-mes-ok = "N" or ws-mes-confere = "N"
               perform avisa-mes-invalido
           else
               end-perform
      *> carregando e guardando as estatísticas da segunda competência
               move ws-comp-aaaamm2 to ws-consulta-aaaamm
               perform obtem-estatisticas-mes
               move ws-res-desatualizado to ws-comp-desatual2
               if ws-mes-ok = "N" or ws-mes-confere = "N"
                   perform avisa-mes-invalido
               else
               end-if
            end-if
           end-perform
      *> competencia alterada depois do resumo gravado: os numeros sao os
      *> do fechamento e o relatorio avisa
           if ws-comp-desatual1 = "S"
               move spaces to ws-comp-titulo
               string "* Resumo de " ws-comp-aaaamm1
                   " desatualizado: mes alterado apos o fechamento"
                   delimited by size into ws-comp-titulo
               write fd-relComparativo-linha from ws-comp-titulo
               if ws-fs-relComparativo <> 0 then
                   move 50                                     to ws-msn-erro-ofsset
                   move ws-fs-relComparativo                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. relComparativo."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-comp-desatual2 = "S"
               move spaces to ws-comp-titulo
               string "* Resumo de " ws-comp-aaaamm2
                   " desatualizado: mes alterado apos o fechamento"
                   delimited by size into ws-comp-titulo
               write fd-relComparativo-linha from ws-comp-titulo
               if ws-fs-relComparativo <> 0 then
                   move 50                                     to ws-msn-erro-ofsset
                   move ws-fs-relComparativo                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. relComparativo."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close relComparativo
           if ws-fs-relComparativo <> 0 then
                   move 0   to ws-anual-fora(ws-local-atual, ws-anual-mm)
                   move 0   to ws-anual-exc-trat(ws-local-atual, ws-anual-mm)
                   move 0   to ws-anual-exc-pend(ws-local-atual, ws-anual-mm)
                   move "N" to ws-anual-desatual(ws-local-atual, ws-anual-mm)
               end-perform
               move 0   to ws-anual-max(ws-local-atual)
               move 0   to ws-anual-max-mes(ws-local-atual)
           end-perform

      *> carregando mês a mês: um mês sem arquivo ou reprovado na
      *> conferência fica como "sem dados" no relatório, sem derrubar o ano;
      *> mes fechado vem do resumo gravado no fechamento
           move 0 to ws-anual-meses-ok
           perform varying ws-anual-mm from 1 by 1 until ws-anual-mm > 12
               compute ws-consulta-aaaamm = ws-anual-aaaa * 100 + ws-anual-mm
               perform obtem-estatisticas-mes
               if ws-mes-ok = "S" and ws-mes-confere = "S"
                   add 1 to ws-anual-meses-ok
                   perform acumula-mes-anual
      *>------------------------------------------------------------------------
      *> Acumula no consolidado do ano as estatísticas do mês carregado em
      *> memória (chamada de dentro de relatorio-anual, com a média, a
      *> máxima e a mínima do mês já calculadas ou lidas do resumo)
      *>------------------------------------------------------------------------
       acumula-mes-anual section.
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               move ws-local-mkt-num(ws-local-atual)
                   to ws-anual-mkt(ws-local-atual, ws-anual-mm)
               move "S" to ws-anual-tem-dados(ws-local-atual, ws-anual-mm)
      *> mes lido do resumo: os dias fora da faixa ja vem contados
               if ws-res-achou = "S"
                   move ws-res-loc-fora(ws-local-atual)
                       to ws-anual-fora(ws-local-atual, ws-anual-mm)
                   move ws-res-loc-desatual(ws-local-atual)
                       to ws-anual-desatual(ws-local-atual, ws-anual-mm)
               end-if
      *> contando os dias do mês fora da faixa de operação do local
               if ws-res-achou <> "S"
                  and ws-local-lim-min(ws-local-atual) <> ws-local-lim-max(ws-local-atual)
      *> um dia conta como fora da faixa quando qualquer leitura de
      *> qualquer um dos seus turnos saiu da faixa
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-dias-mes
                           move "Erro ao gravar arq. relAnual."          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-anual-desatual(ws-local-atual, ws-anual-mm) = "S"
                           move "          * resumo desatualizado: mes alterado apos o fechamento"
                               to ws-anu-msg-texto
                           perform grava-linha-anual
                       end-if
                   else
                       move spaces to ws-anu-msg-texto
                       string "  Mes " ws-anual-mm "  sem dados" delimited by size
           exit.

      *>------------------------------------------------------------------------
      *> Estatisticas da competencia ws-consulta-aaaamm para os relatorios
      *> de varios meses: do resumo gravado no fechamento (RESUMOMES.dat)
      *> quando houver; senao, reprocessando o arquivo do mes como antes.
      *> Uma competencia fechada antes de existir o resumo ganha o seu
      *> aqui, na primeira vez em que e reprocessada
      *>------------------------------------------------------------------------
       obtem-estatisticas-mes section.
           perform le-resumo-mes
           if ws-res-achou = "S"
               move "S" to ws-mes-ok
               move "S" to ws-mes-confere
           else
               perform prepara-mes-estatisticas
               if ws-mes-ok = "S" and ws-mes-confere = "S"
                   perform verifica-comp-fechada
                   if ws-ctl-fechada = "S"
                       perform grava-resumo-mes
                   end-if
               end-if
           end-if
           .
       obtem-estatisticas-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o resumo da competencia ws-consulta-aaaamm para a tabela de
      *> locais (media, maxima/minima com o dia, desvio padrao, MKT e
      *> umidade), com os dias fora da faixa e a marca de desatualizado
      *> por local; ws-res-achou = "N" quando o mes nao tem resumo
      *>------------------------------------------------------------------------
       le-resumo-mes section.
           move "N" to ws-res-achou
           move "N" to ws-res-desatualizado
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               move "N" to ws-local-tem-dados(ws-local-atual)
               move 0   to ws-res-loc-fora(ws-local-atual)
               move "N" to ws-res-loc-desatual(ws-local-atual)
           end-perform
           open input arqResumo
      *> sem arquivo, nenhuma competencia foi resumida ainda
           if ws-fs-arqResumo <> 35
               if ws-fs-arqResumo <> 0 then
                   move 189                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResumo."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-consulta-aaaamm to fd-res-aaaamm
               move 0                  to fd-res-local
               start arqResumo key is >= fd-res-chave
               if ws-fs-arqResumo = 0
                   move "N" to ws-res-fim
               else
                   move "S" to ws-res-fim
               end-if
               perform until ws-res-fim = "S"
                   read arqResumo next
                   if ws-fs-arqResumo <> 0 and ws-fs-arqResumo <> 10 then
                       move 190                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqResumo."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqResumo = 10
                      or fd-res-aaaamm <> ws-consulta-aaaamm
                       move "S" to ws-res-fim
                   else
                       move "S" to ws-res-achou
                       if fd-res-desatualizado = "S"
                           move "S" to ws-res-desatualizado
                       end-if
                       move fd-res-local to ws-busca-local-cod
                       perform busca-local
                       if ws-busca-local-achou = "S"
                           move fd-res-tem-dados     to ws-local-tem-dados(ws-local-idx)
                           move fd-res-media         to ws-local-media-num(ws-local-idx)
                           move fd-res-media         to ws-local-media(ws-local-idx)
                           move fd-res-maxima        to ws-local-temp-maxima(ws-local-idx)
                           move fd-res-dia-max       to ws-local-dia-temp-maxima(ws-local-idx)
                           move fd-res-minima        to ws-local-temp-minima(ws-local-idx)
                           move fd-res-dia-min       to ws-local-dia-temp-minima(ws-local-idx)
                           move fd-res-desvpad       to ws-local-desvpad(ws-local-idx)
                           move fd-res-mkt           to ws-local-mkt-num(ws-local-idx)
                           move fd-res-umid-media    to ws-local-umid-media(ws-local-idx)
                           move fd-res-umid-maxima   to ws-local-umid-maxima(ws-local-idx)
                           move fd-res-umid-minima   to ws-local-umid-minima(ws-local-idx)
                           move fd-res-umid-qtd      to ws-local-umid-qtd(ws-local-idx)
                           move fd-res-dias-fora     to ws-res-loc-fora(ws-local-idx)
                           move fd-res-desatualizado to ws-res-loc-desatual(ws-local-idx)
                       end-if
                   end-if
               end-perform
               close arqResumo
               if ws-fs-arqResumo <> 0 then
                   move 191                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqResumo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-resumo-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recarrega o arquivo da competencia ws-nome-arquivo-aaaamm, calcula
      *> as estatisticas e grava o resumo do mes (chamada no fechamento,
      *> logo depois da conferencia limpa)
      *>------------------------------------------------------------------------
       gera-resumo-mes section.
           move ws-nome-arquivo-aaaamm to ws-calc-aaaamm
           perform calcula-dias-mes
           perform limpa-dados-mes
           perform ler-temperaturas
           if ws-mes-ok = "S"
               perform media
               perform grava-resumo-mes
               if ws-modo-lote = "S"
                   move "Resumo do mes gravado em RESUMOMES.dat" to ws-log-texto
                   perform grava-log-lote
               end-if
           end-if
           .
       gera-resumo-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava em RESUMOMES.dat um registro por local com as estatisticas
      *> do mes em memoria (media ja executada, lacunas da conferencia),
      *> regravando o resumo anterior da mesma competencia
      *>------------------------------------------------------------------------
       grava-resumo-mes section.
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema        to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
           open i-o arqResumo
           if ws-fs-arqResumo = 35 then
               open output arqResumo
           end-if
           if ws-fs-arqResumo <> 0 then
               move 186                                    to ws-msn-erro-ofsset
               move ws-fs-arqResumo                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResumo."          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
      *> leituras efetivas e dias fora da faixa, pela mesma regra do
      *> relatorio anual
               move 0 to ws-res-qtd-leit
               move 0 to ws-res-dias-fora
               perform varying ws-ind from 1 by 1 until ws-ind > ws-dias-mes
                   move "N" to ws-dia-tem
                   perform varying ws-turno from 1 by 1 until ws-turno > ws-qtd-turnos
                       if ws-tipo-reg(ws-local-atual, ws-ind, ws-turno) = "T"
                          or ws-tipo-reg(ws-local-atual, ws-ind, ws-turno) = "A"
                           add 1 to ws-res-qtd-leit
                           if ws-local-lim-min(ws-local-atual) <> ws-local-lim-max(ws-local-atual)
                              and (ws-temperatura(ws-local-atual, ws-ind, ws-turno) < ws-local-lim-min(ws-local-atual)
                               or ws-temperatura(ws-local-atual, ws-ind, ws-turno) > ws-local-lim-max(ws-local-atual))
                               move "S" to ws-dia-tem
                           end-if
                       end-if
                   end-perform
                   if ws-dia-tem = "S"
                       add 1 to ws-res-dias-fora
                   end-if
               end-perform
               move 0 to ws-res-qtd-lac
               perform varying ws-lac-ind from 1 by 1 until ws-lac-ind > ws-qtd-lacunas
                   if ws-lac-local(ws-lac-ind) = ws-local-cod(ws-local-atual)
                       add 1 to ws-res-qtd-lac
                   end-if
               end-perform
               move ws-nome-arquivo-aaaamm                     to fd-res-aaaamm
               move ws-local-cod(ws-local-atual)               to fd-res-local
               move ws-local-tem-dados(ws-local-atual)         to fd-res-tem-dados
               move ws-local-media-num(ws-local-atual)         to fd-res-media
               move ws-local-temp-maxima(ws-local-atual)       to fd-res-maxima
               move ws-local-dia-temp-maxima(ws-local-atual)   to fd-res-dia-max
               move ws-local-temp-minima(ws-local-atual)       to fd-res-minima
               move ws-local-dia-temp-minima(ws-local-atual)   to fd-res-dia-min
               move ws-local-desvpad(ws-local-atual)           to fd-res-desvpad
               move ws-local-mkt-num(ws-local-atual)           to fd-res-mkt
               move ws-local-umid-media(ws-local-atual)        to fd-res-umid-media
               move ws-local-umid-maxima(ws-local-atual)       to fd-res-umid-maxima
               move ws-local-umid-minima(ws-local-atual)       to fd-res-umid-minima
               move ws-local-umid-qtd(ws-local-atual)          to fd-res-umid-qtd
               move ws-res-qtd-leit                            to fd-res-qtd-leituras
               move ws-res-qtd-lac                             to fd-res-qtd-lacunas
               move ws-res-dias-fora                           to fd-res-dias-fora
               move ws-data-hora-completa                      to fd-res-datahora
               move "N"                                        to fd-res-desatualizado
               move spaces                                     to fd-res-alt-datahora
               write fd-res-reg
      *> competencia ja resumida (fechada de novo depois de reaberta):
      *> o resumo novo substitui o anterior
               if ws-fs-arqResumo = 22 then
                   rewrite fd-res-reg
               end-if
               if ws-fs-arqResumo <> 0 then
                   move 187                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqResumo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqResumo
           if ws-fs-arqResumo <> 0 then
               move 188                                    to ws-msn-erro-ofsset
               move ws-fs-arqResumo                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResumo."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-resumo-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marca como desatualizado o resumo da competencia
      *> ws-nome-arquivo-aaaamm depois de uma gravacao no arquivo do mes
      *> (digitacao, correcao, justificativa ou importacao). Mes sem
      *> resumo nao tem o que marcar; a primeira marcacao vai para a
      *> auditoria
      *>------------------------------------------------------------------------
       marca-resumo-desatualizado section.
           move 0 to ws-res-marcados
           open i-o arqResumo
           if ws-fs-arqResumo <> 35
               if ws-fs-arqResumo <> 0 then
                   move 192                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResumo."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               accept ws-data-sistema from date yyyymmdd
               accept ws-hora-sistema from time
               move ws-data-sistema        to ws-data-hora-completa-data
               move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
               move ws-nome-arquivo-aaaamm to fd-res-aaaamm
               move 0                      to fd-res-local
               start arqResumo key is >= fd-res-chave
               if ws-fs-arqResumo = 0
                   move "N" to ws-res-fim
               else
                   move "S" to ws-res-fim
               end-if
               perform until ws-res-fim = "S"
                   read arqResumo next
                   if ws-fs-arqResumo <> 0 and ws-fs-arqResumo <> 10 then
                       move 193                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqResumo."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqResumo = 10
                      or fd-res-aaaamm <> ws-nome-arquivo-aaaamm
                       move "S" to ws-res-fim
                   else
                       if fd-res-desatualizado <> "S"
                           move "S"                   to fd-res-desatualizado
                           move ws-data-hora-completa to fd-res-alt-datahora
                           rewrite fd-res-reg
                           if ws-fs-arqResumo <> 0 then
                               move 194                             to ws-msn-erro-ofsset
                               move ws-fs-arqResumo                 to ws-msn-erro-cod
                               move "Erro ao regravar arq. arqResumo." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-res-marcados
                       end-if
                   end-if
               end-perform
               close arqResumo
               if ws-fs-arqResumo <> 0 then
                   move 195                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqResumo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-res-marcados > 0
                   move ws-operador-logado to ws-aud-operador
                   move "RESUMO-DES"       to ws-aud-evento
                   move spaces to ws-aud-detalhe
                   string "Comp " ws-nome-arquivo-aaaamm
                       " alterada apos o fechamento: resumo mensal desatualizado"
                       delimited by size into ws-aud-detalhe
                   perform grava-auditoria
               end-if
           end-if
           .
       marca-resumo-desatualizado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tendencia plurianual (RELPLURI-AAAA-AAAA.txt): por local e por ano,
      *> a media ponderada pelas leituras, a variacao sobre o ano anterior,
      *> a maxima e a minima com mes/dia, os dias fora da faixa e as
      *> lacunas justificadas, somando apenas os resumos mensais gravados
      *> no fechamento - nenhum arquivo mensal e reprocessado
      *>------------------------------------------------------------------------
       relatorio-plurianual section.
           divide ws-data-sistema-aaaamm by 100 giving ws-plu-aaaa-fim
           subtract 4 from ws-plu-aaaa-fim giving ws-plu-aaaa-ini
           move "N" to ws-comp-valida
           perform until ws-comp-valida = "S"
               display tela-plurianual
               accept tela-plurianual
               if ws-plu-aaaa-ini > 0
                  and ws-plu-aaaa-fim >= ws-plu-aaaa-ini
                  and ws-plu-aaaa-fim - ws-plu-aaaa-ini < ws-plu-max-anos
                   move "S" to ws-comp-valida
               else
                   display "Periodo invalido! Ate 10 anos, inicial <= final." at line 07 col 07
                   display "Pressione ENTER para continuar..." at line 09 col 07
                   accept ws-aux at line 09 col 42
               end-if
           end-perform
           compute ws-plu-qtd-anos = ws-plu-aaaa-fim - ws-plu-aaaa-ini + 1

      *> zerando o acumulado dos anos
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               perform varying ws-plu-ano from 1 by 1 until ws-plu-ano > ws-plu-max-anos
                   move 0 to ws-plu-soma(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-qtd-leit(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-meses(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-max(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-max-mes(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-max-dia(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-min(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-min-mes(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-min-dia(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-fora(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-lacunas(ws-local-atual, ws-plu-ano)
                   move 0 to ws-plu-desatual(ws-local-atual, ws-plu-ano)
               end-perform
           end-perform

      *> uma passada pelo arquivo de resumos, acumulando os meses dos
      *> anos pedidos
           move 0 to ws-plu-resumos
           open input arqResumo
           if ws-fs-arqResumo <> 35
               if ws-fs-arqResumo <> 0 then
                   move 199                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResumo."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqResumo = 10
                   read arqResumo next
                   if ws-fs-arqResumo <> 0 and ws-fs-arqResumo <> 10 then
                       move 200                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqResumo."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqResumo = 0
                       move fd-res-aaaamm to ws-plu-aaaamm-aux
                       if ws-plu-aux-aaaa >= ws-plu-aaaa-ini
                          and ws-plu-aux-aaaa <= ws-plu-aaaa-fim
                          and fd-res-tem-dados = "S"
                           perform acumula-resumo-plurianual
                       end-if
                   end-if
               end-perform
               close arqResumo
               if ws-fs-arqResumo <> 0 then
                   move 201                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqResumo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-plu-resumos = 0
               display erase
               display "Nenhum resumo mensal gravado para o periodo!" at line 03 col 07
               display "(os resumos sao gravados no fechamento da competencia)" at line 04 col 07
               display "Pressione ENTER para continuar..." at line 06 col 07
               accept ws-aux at line 06 col 42
           else
               perform gera-relatorio-plurianual
           end-if
           .
       relatorio-plurianual-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma o registro de resumo lido no acumulado do local/ano (chamada
      *> de dentro de relatorio-plurianual)
      *>------------------------------------------------------------------------
       acumula-resumo-plurianual section.
           move fd-res-local to ws-busca-local-cod
           perform busca-local
           if ws-busca-local-achou = "S"
               add 1 to ws-plu-resumos
               compute ws-plu-ano = ws-plu-aux-aaaa - ws-plu-aaaa-ini + 1
               compute ws-plu-soma(ws-local-idx, ws-plu-ano) =
                   ws-plu-soma(ws-local-idx, ws-plu-ano)
                   + fd-res-media * fd-res-qtd-leituras
               add fd-res-qtd-leituras to ws-plu-qtd-leit(ws-local-idx, ws-plu-ano)
               add fd-res-dias-fora    to ws-plu-fora(ws-local-idx, ws-plu-ano)
               add fd-res-qtd-lacunas  to ws-plu-lacunas(ws-local-idx, ws-plu-ano)
               if fd-res-desatualizado = "S"
                   add 1 to ws-plu-desatual(ws-local-idx, ws-plu-ano)
               end-if
               add 1 to ws-plu-meses(ws-local-idx, ws-plu-ano)
      *> o primeiro mes do ano inicializa a maxima e a minima
               if ws-plu-meses(ws-local-idx, ws-plu-ano) = 1
                  or fd-res-maxima > ws-plu-max(ws-local-idx, ws-plu-ano)
                   move fd-res-maxima  to ws-plu-max(ws-local-idx, ws-plu-ano)
                   move ws-plu-aux-mm  to ws-plu-max-mes(ws-local-idx, ws-plu-ano)
                   move fd-res-dia-max to ws-plu-max-dia(ws-local-idx, ws-plu-ano)
               end-if
               if ws-plu-meses(ws-local-idx, ws-plu-ano) = 1
                  or fd-res-minima < ws-plu-min(ws-local-idx, ws-plu-ano)
                   move fd-res-minima  to ws-plu-min(ws-local-idx, ws-plu-ano)
                   move ws-plu-aux-mm  to ws-plu-min-mes(ws-local-idx, ws-plu-ano)
                   move fd-res-dia-min to ws-plu-min-dia(ws-local-idx, ws-plu-ano)
               end-if
           end-if
           .
       acumula-resumo-plurianual-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime RELPLURI-AAAA-AAAA.txt a partir do acumulado (chamada de
      *> dentro de relatorio-plurianual)
      *>------------------------------------------------------------------------
       gera-relatorio-plurianual section.
           move ws-plu-aaaa-ini to ws-nome-relpluri-ini
           move ws-plu-aaaa-fim to ws-nome-relpluri-fim
           open output relPlurianual
           if ws-fs-relPlurianual <> 0 then
               move 196                                    to ws-msn-erro-ofsset
               move ws-fs-relPlurianual                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relPlurianual."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-plu-msg-texto
           string "Tendencia plurianual " ws-plu-aaaa-ini " a " ws-plu-aaaa-fim
               " (resumos mensais gravados no fechamento)"
               delimited by size into ws-plu-msg-texto
           perform grava-linha-plurianual

           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               move spaces to ws-plu-msg-texto
               perform grava-linha-plurianual
               move spaces to ws-plu-msg-texto
               string "Local: " ws-local-nome(ws-local-atual) delimited by size
                   into ws-plu-msg-texto
               perform grava-linha-plurianual
               move "   Ano  Meses   Media    Delta   Maxima (mm/dd)   Minima (mm/dd) Dias fora  Lacunas"
                   to ws-plu-msg-texto
               perform grava-linha-plurianual
               move 0 to ws-plu-ano-ant
               perform varying ws-plu-ano from 1 by 1 until ws-plu-ano > ws-plu-qtd-anos
                   compute ws-plu-lin-aaaa = ws-plu-aaaa-ini + ws-plu-ano - 1
                   if ws-plu-meses(ws-local-atual, ws-plu-ano) = 0
                       move spaces to ws-plu-msg-texto
                       string "  " ws-plu-lin-aaaa "  sem resumos" delimited by size
                           into ws-plu-msg-texto
                       perform grava-linha-plurianual
                   else
                       if ws-plu-qtd-leit(ws-local-atual, ws-plu-ano) > 0
                           compute ws-plu-media-ano rounded =
                               ws-plu-soma(ws-local-atual, ws-plu-ano)
                               / ws-plu-qtd-leit(ws-local-atual, ws-plu-ano)
                       else
                           move 0 to ws-plu-media-ano
                       end-if
      *> variacao da media sobre o ultimo ano anterior com resumos
                       if ws-plu-ano-ant > 0
                           compute ws-plu-lin-delta = ws-plu-media-ano - ws-plu-media-ant
                       else
                           move 0 to ws-plu-lin-delta
                       end-if
                       move ws-plu-meses(ws-local-atual, ws-plu-ano)    to ws-plu-lin-meses
                       move ws-plu-media-ano                            to ws-plu-lin-media
                       move ws-plu-max(ws-local-atual, ws-plu-ano)      to ws-plu-lin-max
                       move ws-plu-max-mes(ws-local-atual, ws-plu-ano)  to ws-plu-lin-max-mes
                       move ws-plu-max-dia(ws-local-atual, ws-plu-ano)  to ws-plu-lin-max-dia
                       move ws-plu-min(ws-local-atual, ws-plu-ano)      to ws-plu-lin-min
                       move ws-plu-min-mes(ws-local-atual, ws-plu-ano)  to ws-plu-lin-min-mes
                       move ws-plu-min-dia(ws-local-atual, ws-plu-ano)  to ws-plu-lin-min-dia
                       move ws-plu-fora(ws-local-atual, ws-plu-ano)     to ws-plu-lin-fora
                       move ws-plu-lacunas(ws-local-atual, ws-plu-ano)  to ws-plu-lin-lacunas
                       if ws-plu-desatual(ws-local-atual, ws-plu-ano) > 0
                           move "* mes(es) alterado(s)" to ws-plu-lin-desatual
                       else
                           move spaces                  to ws-plu-lin-desatual
                       end-if
                       move ws-plu-linha to ws-plu-msg-texto
                       perform grava-linha-plurianual
                       move ws-plu-ano       to ws-plu-ano-ant
                       move ws-plu-media-ano to ws-plu-media-ant
                   end-if
               end-perform
           end-perform
           move spaces to ws-plu-msg-texto
           perform grava-linha-plurianual
           move "* resumo desatualizado: mes alterado depois do fechamento, ainda nao fechado de novo"
               to ws-plu-msg-texto
           perform grava-linha-plurianual

           close relPlurianual
           if ws-fs-relPlurianual <> 0 then
               move 198                                    to ws-msn-erro-ofsset
               move ws-fs-relPlurianual                    to ws-msn-erro-cod
               move "Erro ao fechar arq. relPlurianual."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-nome-relpluri to ws-cat-nome
           perform grava-catalogo-relatorio

           move ws-plu-resumos to ws-plu-resumos-edt
           display erase
           display "Relatorio gerado: " at line 03 col 07
           display ws-nome-relpluri at line 03 col 25
           display "Resumos mensais lidos: " at line 05 col 07
           display ws-plu-resumos-edt at line 05 col 30
           display "Pressione ENTER para continuar..." at line 07 col 07
           accept ws-aux at line 07 col 42
           .
       gera-relatorio-plurianual-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-plu-msg-texto como uma linha de RELPLURI-AAAA-AAAA.txt
      *>------------------------------------------------------------------------
       grava-linha-plurianual section.
           write fd-relPlurianual-linha from ws-plu-msg-texto
           if ws-fs-relPlurianual <> 0 then
               move 197                                    to ws-msn-erro-ofsset
               move ws-fs-relPlurianual                    to ws-msn-erro-cod
               move "Erro ao gravar arq. relPlurianual."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-plurianual-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Tendencia/deriva dos sensores (menu): pede a janela e gera o
      *> relatorio RELTEND-AAAAMMDD.txt
      *>------------------------------------------------------------------------
       tendencia-sensores section.
           move "N" to ws-tnd-valida
           perform until ws-tnd-valida = "S"
               display tela-tendencia
               accept tela-tendencia
               inspect ws-tnd-unidade converting "sm" to "SM"
               if (ws-tnd-unidade = "S" and ws-tnd-qtd >= 1 and ws-tnd-qtd <= 52)
                  or (ws-tnd-unidade = "M" and ws-tnd-qtd >= 1 and ws-tnd-qtd <= 12)
                   move "S" to ws-tnd-valida
               else
                   display "Janela invalida!" at line 07 col 07
                   display "Pressione ENTER para continuar..." at line 09 col 07
                   accept ws-aux at line 09 col 42
               end-if
           end-perform
           perform apura-tendencia
           move ws-tnd-alertas to ws-tnd-alertas-edt
           display erase
           display "Relatorio gerado: " at line 03 col 07
           display ws-nome-reltend at line 03 col 25
           display "Locais em alerta: " at line 05 col 07
           display ws-tnd-alertas-edt at line 05 col 25
           display "Pressione ENTER para continuar..." at line 07 col 07
           accept ws-aux at line 07 col 42
           .
       tendencia-sensores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apura a tendencia de cada local ativo na janela ws-tnd-unidade /
      *> ws-tnd-qtd terminando hoje: percorre os arquivos mensais da
      *> janela acumulando as somas da reta, le a dispersao historica
      *> nos resumos mensais dos doze meses anteriores a janela e grava o
      *> relatorio. A competencia corrente (ws-nome-arquivo-aaaamm) e
      *> preservada para os passos seguintes do lote
      *>------------------------------------------------------------------------
       apura-tendencia section.
           move ws-nome-arquivo-aaaamm to ws-tnd-aaaamm-salvo
           move ws-calc-aaaamm         to ws-tnd-calc-salvo
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-tnd-data-fim
           compute ws-tnd-int-fim = function integer-of-date(ws-tnd-data-fim)
      *> semanas: os ultimos 7 x N dias; meses: do dia 1 do mes de N-1
      *> meses atras ate hoje
           if ws-tnd-unidade = "M"
               move ws-tnd-data-fim to ws-tnd-data-aux
               compute ws-tnd-meses-tot = ws-tnd-aux-aaaa * 12 + ws-tnd-aux-mm - 1
                   - (ws-tnd-qtd - 1)
               divide ws-tnd-meses-tot by 12 giving ws-tnd-aux-aaaa
                   remainder ws-tnd-aux-mm
               add 1 to ws-tnd-aux-mm
               move 1 to ws-tnd-aux-dd
               move ws-tnd-data-aux to ws-tnd-data-ini
               compute ws-tnd-int-ini = function integer-of-date(ws-tnd-data-ini)
           else
               compute ws-tnd-int-ini = ws-tnd-int-fim - (7 * ws-tnd-qtd) + 1
               compute ws-tnd-data-ini = function date-of-integer(ws-tnd-int-ini)
           end-if

           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               move 0 to ws-tnd-n(ws-local-atual)
               move 0 to ws-tnd-sx(ws-local-atual)
               move 0 to ws-tnd-sy(ws-local-atual)
               move 0 to ws-tnd-sxx(ws-local-atual)
               move 0 to ws-tnd-sxy(ws-local-atual)
               move 0 to ws-tnd-syy(ws-local-atual)
               move 0 to ws-tnd-hist-soma(ws-local-atual)
               move 0 to ws-tnd-hist-qtd(ws-local-atual)
               move 0 to ws-tnd-hist-meses(ws-local-atual)
           end-perform

      *> mes a mes da janela; mes sem arquivo nao contribui
           move ws-tnd-data-ini to ws-tnd-data-aux
           move ws-tnd-aux-aaaamm to ws-tnd-mes-num
           move ws-tnd-data-fim to ws-tnd-data-aux
           move ws-tnd-aux-aaaamm to ws-tnd-mes-fim
           perform until ws-tnd-mes-num > ws-tnd-mes-fim
               move ws-tnd-mes-num to ws-nome-arquivo-aaaamm
               move ws-tnd-mes-num to ws-calc-aaaamm
               perform calcula-dias-mes
               perform limpa-dados-mes
               perform ler-temperaturas
               if ws-mes-ok = "S"
                   perform acumula-mes-tendencia
               end-if
               if ws-tnd-mes-mm = 12
                   add 1 to ws-tnd-mes-aaaa
                   move 1 to ws-tnd-mes-mm
               else
                   add 1 to ws-tnd-mes-mm
               end-if
           end-perform

           perform apura-historico-dispersao
           perform gera-relatorio-tendencia

           move ws-tnd-aaaamm-salvo to ws-nome-arquivo-aaaamm
           move ws-tnd-calc-salvo   to ws-calc-aaaamm
           perform calcula-dias-mes
           .
       apura-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Soma nas somas da reta de cada local ativo as leituras efetivas do
      *> mes carregado que caem dentro da janela (chamada de dentro de
      *> apura-tendencia)
      *>------------------------------------------------------------------------
       acumula-mes-tendencia section.
           perform varying ws-ind from 1 by 1 until ws-ind > ws-dias-mes
               compute ws-tnd-data-aux = ws-tnd-mes-num * 100 + ws-ind
               if ws-tnd-data-aux >= ws-tnd-data-ini
                  and ws-tnd-data-aux <= ws-tnd-data-fim
                   compute ws-tnd-int-dia = function integer-of-date(ws-tnd-data-aux)
                   perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
                       if ws-local-ativo(ws-local-atual) = "S"
                           perform varying ws-turno from 1 by 1 until ws-turno > ws-qtd-turnos
                               if ws-tipo-reg(ws-local-atual, ws-ind, ws-turno) = "T"
                                  or ws-tipo-reg(ws-local-atual, ws-ind, ws-turno) = "A"
                                   compute ws-tnd-x = ws-tnd-int-dia - ws-tnd-int-ini
                                       + (ws-turno - 1) / 3
                                   move ws-temperatura(ws-local-atual, ws-ind, ws-turno) to ws-tnd-y
                                   add 1 to ws-tnd-n(ws-local-atual)
                                   compute ws-tnd-sx(ws-local-atual)  = ws-tnd-sx(ws-local-atual) + ws-tnd-x
                                   compute ws-tnd-sy(ws-local-atual)  = ws-tnd-sy(ws-local-atual) + ws-tnd-y
                                   compute ws-tnd-sxx(ws-local-atual) = ws-tnd-sxx(ws-local-atual) + ws-tnd-x * ws-tnd-x
                                   compute ws-tnd-sxy(ws-local-atual) = ws-tnd-sxy(ws-local-atual) + ws-tnd-x * ws-tnd-y
                                   compute ws-tnd-syy(ws-local-atual) = ws-tnd-syy(ws-local-atual) + ws-tnd-y * ws-tnd-y
                               end-if
                           end-perform
                       end-if
                   end-perform
               end-if
           end-perform
           .
       acumula-mes-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Dispersao historica de cada local: media do desvio padrao mensal
      *> (ponderada pelas leituras) nos resumos dos doze meses anteriores
      *> ao inicio da janela (chamada de dentro de apura-tendencia)
      *>------------------------------------------------------------------------
       apura-historico-dispersao section.
           move ws-tnd-data-ini to ws-tnd-data-aux
           compute ws-tnd-hist-ini = ws-tnd-aux-aaaamm - 100
           open input arqResumo
           if ws-fs-arqResumo <> 35
               if ws-fs-arqResumo <> 0 then
                   move 205                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqResumo."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-tnd-hist-ini to fd-res-aaaamm
               move 0               to fd-res-local
               start arqResumo key is >= fd-res-chave
               if ws-fs-arqResumo = 0
                   move "N" to ws-res-fim
               else
                   move "S" to ws-res-fim
               end-if
               perform until ws-res-fim = "S"
                   read arqResumo next
                   if ws-fs-arqResumo <> 0 and ws-fs-arqResumo <> 10 then
                       move 206                                 to ws-msn-erro-ofsset
                       move ws-fs-arqResumo                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqResumo."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqResumo = 10
                      or fd-res-aaaamm >= ws-tnd-aux-aaaamm
                       move "S" to ws-res-fim
                   else
                       if fd-res-tem-dados = "S" and fd-res-qtd-leituras > 0
                           move fd-res-local to ws-busca-local-cod
                           perform busca-local
                           if ws-busca-local-achou = "S"
                               compute ws-tnd-hist-soma(ws-local-idx) =
                                   ws-tnd-hist-soma(ws-local-idx)
                                   + fd-res-desvpad * fd-res-qtd-leituras
                               add fd-res-qtd-leituras to ws-tnd-hist-qtd(ws-local-idx)
                               add 1 to ws-tnd-hist-meses(ws-local-idx)
                           end-if
                       end-if
                   end-if
               end-perform
               close arqResumo
               if ws-fs-arqResumo <> 0 then
                   move 207                                    to ws-msn-erro-ofsset
                   move ws-fs-arqResumo                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqResumo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apura-historico-dispersao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime RELTEND-AAAAMMDD.txt: por local ativo, leituras na janela,
      *> media, inclinacao em graus por semana, valor projetado para hoje
      *> pela reta, dias ate cruzar o limite da faixa nesse ritmo e a
      *> dispersao da janela contra a historica. DERIVA = limite cruzado
      *> (ou ja cruzado) pela reta dentro do horizonte; DISPERSAO = desvio
      *> padrao da janela alargado alem do fator sobre o historico
      *>------------------------------------------------------------------------
       gera-relatorio-tendencia section.
           move ws-tnd-data-fim to ws-nome-reltend-data
           open output relTendencia
           if ws-fs-relTendencia <> 0 then
               move 202                                    to ws-msn-erro-ofsset
               move ws-fs-relTendencia                     to ws-msn-erro-cod
               move "Erro ao abrir arq. relTendencia."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-tnd-msg-texto
           string "Tendencia/deriva dos sensores - janela de " ws-tnd-data-ini
               " a " ws-tnd-data-fim " (horizonte de alerta " ws-tnd-horizonte " dias)"
               delimited by size into ws-tnd-msg-texto
           perform grava-linha-tendencia
           move spaces to ws-tnd-msg-texto
           perform grava-linha-tendencia
           move "  Local              Leit.    Media  C/semana  Projet.   Dias Lim  Desvio   Hist.  Situacao"
               to ws-tnd-msg-texto
           perform grava-linha-tendencia

           move 0 to ws-tnd-alertas
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
            if ws-local-ativo(ws-local-atual) = "S"
               move ws-local-cod(ws-local-atual)  to ws-tnd-lin-local
               move ws-local-nome(ws-local-atual) to ws-tnd-lin-nome
               move ws-tnd-n(ws-local-atual)      to ws-tnd-lin-qtd
               if ws-tnd-n(ws-local-atual) < ws-tnd-min-leit
                   move 0 to ws-tnd-den
               else
                   compute ws-tnd-den = ws-tnd-n(ws-local-atual) * ws-tnd-sxx(ws-local-atual)
                       - ws-tnd-sx(ws-local-atual) * ws-tnd-sx(ws-local-atual)
               end-if
      *> poucas leituras (ou todas no mesmo instante) nao sustentam reta
               if ws-tnd-den = 0
                   move spaces to ws-tnd-msg-texto
                   string "  " ws-tnd-lin-local " " ws-tnd-lin-nome " " ws-tnd-lin-qtd
                       "  leituras insuficientes na janela"
                       delimited by size into ws-tnd-msg-texto
                   perform grava-linha-tendencia
               else
                   compute ws-tnd-b = (ws-tnd-n(ws-local-atual) * ws-tnd-sxy(ws-local-atual)
                       - ws-tnd-sx(ws-local-atual) * ws-tnd-sy(ws-local-atual)) / ws-tnd-den
                   compute ws-tnd-a = (ws-tnd-sy(ws-local-atual)
                       - ws-tnd-b * ws-tnd-sx(ws-local-atual)) / ws-tnd-n(ws-local-atual)
                   compute ws-tnd-lin-media rounded =
                       ws-tnd-sy(ws-local-atual) / ws-tnd-n(ws-local-atual)
                   compute ws-tnd-lin-incl rounded = ws-tnd-b * 7
      *> valor da reta no ultimo turno de hoje
                   compute ws-tnd-proj = ws-tnd-a
                       + ws-tnd-b * (ws-tnd-int-fim - ws-tnd-int-ini + 2 / 3)
                   compute ws-tnd-lin-proj rounded = ws-tnd-proj
                   compute ws-tnd-var = (ws-tnd-syy(ws-local-atual)
                       - ws-tnd-sy(ws-local-atual) * ws-tnd-sy(ws-local-atual)
                       / ws-tnd-n(ws-local-atual)) / ws-tnd-n(ws-local-atual)
                   if ws-tnd-var > 0
                       compute ws-tnd-desvpad rounded = ws-tnd-var ** 0,5
                   else
                       move 0 to ws-tnd-desvpad
                   end-if
                   move ws-tnd-desvpad to ws-tnd-lin-dp
      *> dias ate o limite no sentido da inclinacao; local sem faixa
      *> configurada ou reta plana nao projeta cruzamento
                   move "    -" to ws-tnd-lin-dias
                   move spaces  to ws-tnd-lin-limite
                   move spaces  to ws-tnd-lin-flag1
                   move -1      to ws-tnd-dias-num
                   if ws-local-lim-min(ws-local-atual) <> ws-local-lim-max(ws-local-atual)
                       if ws-tnd-b > 0
                           move "MAX" to ws-tnd-lin-limite
                           if ws-tnd-proj >= ws-local-lim-max(ws-local-atual)
                               move 0 to ws-tnd-dias-num
                           else
                               compute ws-tnd-dias-num =
                                   (ws-local-lim-max(ws-local-atual) - ws-tnd-proj) / ws-tnd-b
                           end-if
                       end-if
                       if ws-tnd-b < 0
                           move "MIN" to ws-tnd-lin-limite
                           if ws-tnd-proj <= ws-local-lim-min(ws-local-atual)
                               move 0 to ws-tnd-dias-num
                           else
                               compute ws-tnd-dias-num =
                                   (ws-local-lim-min(ws-local-atual) - ws-tnd-proj) / ws-tnd-b
                           end-if
                       end-if
                   end-if
                   if ws-tnd-dias-num >= 0
                       if ws-tnd-dias-num > 9999
                           move ">9999" to ws-tnd-lin-dias
                       else
                           compute ws-tnd-dias-edt = ws-tnd-dias-num
                           move ws-tnd-dias-edt to ws-tnd-lin-dias
                       end-if
                       if ws-tnd-dias-num <= ws-tnd-horizonte
                           move "DERIVA" to ws-tnd-lin-flag1
                       end-if
                   end-if
      *> dispersao so e julgada com historico suficiente
                   move spaces to ws-tnd-lin-flag2
                   if ws-tnd-hist-meses(ws-local-atual) >= ws-tnd-min-hist
                       compute ws-tnd-hist-dp rounded =
                           ws-tnd-hist-soma(ws-local-atual) / ws-tnd-hist-qtd(ws-local-atual)
                       move ws-tnd-hist-dp to ws-tnd-hist-dp-edt
                       move ws-tnd-hist-dp-edt to ws-tnd-lin-hist-dp
                       if ws-tnd-desvpad > ws-tnd-hist-dp * ws-tnd-fator-disp
                           move "DISPERSAO" to ws-tnd-lin-flag2
                       end-if
                   else
                       move "s/hist" to ws-tnd-lin-hist-dp
                   end-if
                   if ws-tnd-lin-flag1 <> spaces or ws-tnd-lin-flag2 <> spaces
                       add 1 to ws-tnd-alertas
                   end-if
                   move ws-tnd-linha to ws-tnd-msg-texto
                   perform grava-linha-tendencia
               end-if
            end-if
           end-perform

           move ws-tnd-alertas to ws-tnd-alertas-edt
           move spaces to ws-tnd-msg-texto
           perform grava-linha-tendencia
           move spaces to ws-tnd-msg-texto
           string "Locais em alerta: " ws-tnd-alertas-edt
               delimited by size into ws-tnd-msg-texto
           perform grava-linha-tendencia
           close relTendencia
           if ws-fs-relTendencia <> 0 then
               move 204                                    to ws-msn-erro-ofsset
               move ws-fs-relTendencia                     to ws-msn-erro-cod
               move "Erro ao fechar arq. relTendencia."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-nome-reltend to ws-cat-nome
           perform grava-catalogo-relatorio
           .
       gera-relatorio-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-tnd-msg-texto como uma linha de RELTEND-AAAAMMDD.txt
      *>------------------------------------------------------------------------
       grava-linha-tendencia section.
           write fd-relTendencia-linha from ws-tnd-msg-texto
           if ws-fs-relTendencia <> 0 then
               move 203                                    to ws-msn-erro-ofsset
               move ws-fs-relTendencia                     to ws-msn-erro-cod
               move "Erro ao gravar arq. relTendencia."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivo historico (menu): submenu com o arquivamento das
      *> competencias fora da retencao e a restauracao de um ano arquivado
      *>------------------------------------------------------------------------
       arquivo-historico section.
           move space to ws-arq-opcao
           perform until ws-arq-opcao = "V" or ws-arq-opcao = "v"
               display tela-arquivo-menu
               accept tela-arquivo-menu
               evaluate ws-arq-opcao
                   when "1"
                       perform arquivamento-historico
                   when "2"
                       perform restaura-historico
                   when "V"
                   when "v"
                       continue
                   when other
                       display "Opcao invalida!" at line 10 col 07
                       display "Pressione ENTER para continuar..." at line 12 col 07
                       accept ws-aux at line 12 col 42
               end-evaluate
           end-perform
           .
       arquivo-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquivamento pela tela: pede a retencao em meses, mostra o corte
      *> e, confirmado, arquiva e resume o que saiu dos arquivos vivos
      *>------------------------------------------------------------------------
       arquivamento-historico section.
           move "N" to ws-arq-valida
           perform until ws-arq-valida = "S"
               display tela-arquivo-retencao
               accept tela-arquivo-retencao
               if ws-arq-retencao >= ws-arq-ret-min
                   move "S" to ws-arq-valida
               else
                   display "Retencao invalida!" at line 07 col 07
                   display "Pressione ENTER para continuar..." at line 09 col 07
                   accept ws-aux at line 09 col 42
               end-if
           end-perform
           perform calcula-limite-arquivo
           display "Arquivar as competencias fechadas anteriores a" at line 06 col 07
           display ws-arq-limite at line 06 col 54
           display "(S/N):" at line 06 col 61
           move space to ws-arq-confirma
           accept ws-arq-confirma at line 06 col 68
           if ws-arq-confirma = "S" or ws-arq-confirma = "s"
               perform arquiva-historico
               display erase
               display "Competencias arquivadas:" at line 03 col 07
               move ws-arq-qtd-comp to ws-arq-edt
               display ws-arq-edt at line 03 col 42
               display "Leituras levadas ao historico:" at line 04 col 07
               move ws-arq-tot-leit to ws-arq-edt
               display ws-arq-edt at line 04 col 42
               display "Relatorios levados ao historico:" at line 05 col 07
               move ws-arq-tot-rel to ws-arq-edt
               display ws-arq-edt at line 05 col 42
               display "Ocorrencias levadas ao historico:" at line 06 col 07
               move ws-arq-tot-ocor to ws-arq-edt
               display ws-arq-edt at line 06 col 42
               display "Entradas de auditoria:" at line 07 col 07
               move ws-arq-tot-aud to ws-arq-edt
               display ws-arq-edt at line 07 col 42
               display "Entradas do catalogo:" at line 08 col 07
               move ws-arq-tot-cat to ws-arq-edt
               display ws-arq-edt at line 08 col 42
               if ws-arq-qtd-pend > 0
                   display "Aguardando retorno da qualidade:" at line 09 col 07
                   move ws-arq-qtd-pend to ws-arq-edt
                   display ws-arq-edt at line 09 col 42
               end-if
               if ws-arq-qtd-nao-excl > 0
                   display "Arquivos nao removidos (auditoria):" at line 10 col 07
                   move ws-arq-qtd-nao-excl to ws-arq-edt
                   display ws-arq-edt at line 10 col 42
               end-if
               display "Pressione ENTER para continuar..." at line 11 col 07
               accept ws-aux at line 11 col 42
           end-if
           .
       arquivamento-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Competencia de corte do arquivamento (ws-arq-limite): o mes
      *> corrente menos a retencao em meses; as anteriores a ela saem
      *>------------------------------------------------------------------------
       calcula-limite-arquivo section.
           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema-aaaamm to ws-arq-mes-num
           compute ws-arq-meses-tot = ws-arq-mes-aaaa * 12 + ws-arq-mes-mm - 1
               - ws-arq-retencao
           divide ws-arq-meses-tot by 12 giving ws-arq-mes-aaaa
               remainder ws-arq-mes-mm
           add 1 to ws-arq-mes-mm
           move ws-arq-mes-num to ws-arq-limite
           .
       calcula-limite-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquiva as competencias fechadas anteriores a ws-arq-limite, uma
      *> a uma: leituras, relatorios e ocorrencias vao para o conjunto
      *> anual, ARQCTL-AAAA recebe as contagens e a competencia passa a
      *> "A"; so entao os arquivos dela saem do disco. Depois OCORREXC,
      *> CATREL e AUDITORIA sao aparados (entradas das competencias
      *> arquivadas e, nos diarios, as anteriores ao corte). Uma
      *> competencia restaurada ("V") volta a "A" sem regravar o que o
      *> conjunto ja tem; exportada ainda sem retorno da qualidade fica
      *> para a proxima execucao. A competencia corrente e preservada
      *>------------------------------------------------------------------------
       arquiva-historico section.
           move ws-nome-arquivo-aaaamm to ws-arq-aaaamm-salvo
           move 0 to ws-arq-qtd-comp
           move 0 to ws-arq-qtd-pend
           move 0 to ws-arq-qtd-nao-excl
           move 0 to ws-arq-tot-leit
           move 0 to ws-arq-tot-rel
           move 0 to ws-arq-tot-ocor
           move 0 to ws-arq-tot-aud
           move 0 to ws-arq-tot-cat
           perform carrega-controle-comp
           perform varying ws-ctl-ind from 1 by 1 until ws-ctl-ind > ws-qtd-ctl
               if ws-ctl-aaaamm(ws-ctl-ind) < ws-arq-limite
                  and (ws-ctl-situacao(ws-ctl-ind) = "F"
                       or ws-ctl-situacao(ws-ctl-ind) = "V")
                   if ws-ctl-situacao(ws-ctl-ind) = "F"
                      and ws-ctl-exp-datahora(ws-ctl-ind) <> spaces
                      and ws-ctl-ret-situacao(ws-ctl-ind) = space
                       add 1 to ws-arq-qtd-pend
                   else
                       add 1 to ws-arq-qtd-comp
                       move ws-ctl-aaaamm(ws-ctl-ind)   to ws-arq-c-aaaamm(ws-arq-qtd-comp)
                       move ws-ctl-situacao(ws-ctl-ind) to ws-arq-c-origem(ws-arq-qtd-comp)
                       move 0 to ws-arq-c-leit(ws-arq-qtd-comp)
                       move 0 to ws-arq-c-soma(ws-arq-qtd-comp)
                       move 0 to ws-arq-c-rel(ws-arq-qtd-comp)
                       move 0 to ws-arq-c-linhas(ws-arq-qtd-comp)
                       move 0 to ws-arq-c-ocor(ws-arq-qtd-comp)
                   end-if
               end-if
           end-perform

           perform varying ws-arq-ind from 1 by 1 until ws-arq-ind > ws-arq-qtd-comp
               perform arquiva-competencia
           end-perform
           perform apara-ocorrencias
           perform apara-catalogo
           perform apara-auditoria

           move ws-operador-logado to ws-aud-operador
           move "ARQUIVO"          to ws-aud-evento
           move spaces             to ws-aud-detalhe
           move ws-arq-qtd-comp    to ws-arq-edt
           string "Arquivamento com corte em " ws-arq-limite ": "
               ws-arq-edt " competencias" delimited by size
               into ws-aud-detalhe
           perform grava-auditoria
           move ws-arq-aaaamm-salvo to ws-nome-arquivo-aaaamm
           .
       arquiva-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquiva uma competencia (ws-arq-ind). Fechada ainda fora do
      *> conjunto anual: o que um arquivamento interrompido deixou pela
      *> metade e retirado, leituras, relatorios e ocorrencias vao para
      *> ARQTEMP, ARQREL e ARQOCOR do ano e ARQCTL recebe a linha "C".
      *> Com a competencia registrada e em "A", o indexado, o .txt
      *> antigo e os relatorios saem do disco
      *>------------------------------------------------------------------------
       arquiva-competencia section.
           move ws-arq-c-aaaamm(ws-arq-ind) to ws-arq-mes-num
           move ws-arq-c-aaaamm(ws-arq-ind) to ws-nome-arquivo-aaaamm
           move ws-arq-mes-aaaa             to ws-nome-arqtemp-aaaa
           move ws-arq-mes-aaaa             to ws-nome-arqrel-aaaa
           move ws-arq-mes-aaaa             to ws-nome-arqocor-aaaa
           move ws-arq-mes-aaaa             to ws-nome-arqctl-aaaa
           perform monta-relatorios-comp
           move "N" to ws-arq-ja-arquivada
           if ws-arq-c-origem(ws-arq-ind) = "F"
               perform confere-comp-arquivada
           end-if
           if ws-arq-c-origem(ws-arq-ind) = "F" and ws-arq-ja-arquivada = "N"
               move ws-nome-arqtemp to ws-arq-nome-ano
               perform purga-parcial-arquivo
               move ws-nome-arqrel to ws-arq-nome-ano
               perform purga-parcial-arquivo
               move ws-nome-arqocor to ws-arq-nome-ano
               perform purga-parcial-arquivo
               perform copia-leituras-comp
               perform varying ws-arq-rel-ind from 1 by 1 until ws-arq-rel-ind > ws-arq-qtd-rel
                   perform arquiva-relatorio
               end-perform
               perform arquiva-ocorrencias-comp
               perform grava-controle-arquivo
           end-if
           perform carrega-controle-comp
           move ws-arq-c-aaaamm(ws-arq-ind) to ws-busca-ctl-aaaamm
           perform busca-controle-comp
           if ws-busca-ctl-achou = "S"
               move "A" to ws-ctl-situacao(ws-ctl-idx)
               perform grava-controle-comp
           end-if

      *> so com a competencia registrada no conjunto e em "A" os arquivos
      *> dela saem do disco
           move ws-nome-arquivo to ws-arq-nome-del
           perform exclui-arquivo
           move ws-arq-c-aaaamm(ws-arq-ind) to ws-nome-arquivo-txt-aaaamm
           move ws-nome-arquivo-txt to ws-arq-nome-del
           perform exclui-arquivo
           perform varying ws-arq-rel-ind from 1 by 1 until ws-arq-rel-ind > ws-arq-qtd-rel
               move ws-arq-rel(ws-arq-rel-ind) to ws-arq-nome-del
               perform exclui-arquivo
           end-perform
           add ws-arq-c-leit(ws-arq-ind) to ws-arq-tot-leit
           add ws-arq-c-rel(ws-arq-ind)  to ws-arq-tot-rel
           add ws-arq-c-ocor(ws-arq-ind) to ws-arq-tot-ocor

           move ws-operador-logado to ws-aud-operador
           move "ARQUIVO"          to ws-aud-evento
           move spaces             to ws-aud-detalhe
           if ws-arq-c-origem(ws-arq-ind) = "F"
               move ws-arq-c-leit(ws-arq-ind) to ws-arq-edt
               if ws-arq-ja-arquivada = "S"
                   string "Competencia " ws-arq-c-aaaamm(ws-arq-ind)
                       " ja estava em " ws-nome-arqtemp ": " ws-arq-edt
                       " leituras" delimited by size into ws-aud-detalhe
               else
                   string "Competencia " ws-arq-c-aaaamm(ws-arq-ind)
                       " arquivada em " ws-nome-arqtemp ": " ws-arq-edt
                       " leituras" delimited by size into ws-aud-detalhe
               end-if
           else
               string "Competencia " ws-arq-c-aaaamm(ws-arq-ind)
                   " restaurada devolvida ao arquivo historico"
                   delimited by size into ws-aud-detalhe
           end-if
           perform grava-auditoria
           .
       arquiva-competencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copia as leituras da competencia ws-arq-ind para ARQTEMP-AAAA
      *> (mes ainda no traçado sequencial antigo passa antes pelo
      *> indexado), contando leituras e soma das temperaturas
      *>------------------------------------------------------------------------
       copia-leituras-comp section.
           perform converte-mes-txt
           open input arqTemperaturas
           if ws-fs-arqTemperaturas <> 35 then
               if ws-fs-arqTemperaturas <> 0 then
                   move 208                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-c-origem(ws-arq-ind) = "F"
                   open extend arqArqTemp
                   if ws-fs-arqArqTemp = 35 then
                       open output arqArqTemp
                   end-if
                   if ws-fs-arqArqTemp <> 0 then
                       move 209                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqArqTemp."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               perform until ws-fs-arqTemperaturas = 10
                   read arqTemperaturas next
                   if ws-fs-arqTemperaturas <> 0 and ws-fs-arqTemperaturas <> 10 then
                       move 210                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemperaturas."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqTemperaturas = 0
                      and ws-arq-c-origem(ws-arq-ind) = "F"
                       move ws-arq-c-aaaamm(ws-arq-ind) to fd-arqt-aaaamm
                       move fd-relatorio                to fd-arqt-dados
                       write fd-arqt-reg
                       if ws-fs-arqArqTemp <> 0 then
                           move 211                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqArqTemp."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1              to ws-arq-c-leit(ws-arq-ind)
                       add fd-temperatura to ws-arq-c-soma(ws-arq-ind)
                   end-if
               end-perform
               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 212                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemperaturas."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-c-origem(ws-arq-ind) = "F"
                   close arqArqTemp
                   if ws-fs-arqArqTemp <> 0 then
                       move 213                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqTemp."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       copia-leituras-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura no ARQCTL do ano a linha "C" da competencia ws-arq-ind:
      *> achada, um arquivamento interrompido ja a deixou completa no
      *> conjunto anual (ws-arq-ja-arquivada "S", contagens da linha)
      *>------------------------------------------------------------------------
       confere-comp-arquivada section.
           move "N" to ws-arq-ja-arquivada
           open input arqArqCtl
           if ws-fs-arqArqCtl <> 35 then
               if ws-fs-arqArqCtl <> 0 then
                   move 332                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqCtl."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqCtl = 10
                   read arqArqCtl
                   if ws-fs-arqArqCtl <> 0 and ws-fs-arqArqCtl <> 10 then
                       move 333                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqCtl."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqCtl = 0 and fd-actl-tipo = "C"
                      and fd-actl-aaaamm = ws-arq-c-aaaamm(ws-arq-ind)
                       move "S"                to ws-arq-ja-arquivada
                       move fd-actl-qtd-leit   to ws-arq-c-leit(ws-arq-ind)
                       move fd-actl-soma-temp  to ws-arq-c-soma(ws-arq-ind)
                       move fd-actl-qtd-rel    to ws-arq-c-rel(ws-arq-ind)
                       move fd-actl-qtd-linhas to ws-arq-c-linhas(ws-arq-ind)
                       move fd-actl-qtd-ocor   to ws-arq-c-ocor(ws-arq-ind)
                   end-if
               end-perform
               close arqArqCtl
               if ws-fs-arqArqCtl <> 0 then
                   move 334                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqCtl."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-comp-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retira do anual ws-arq-nome-ano (ARQTEMP, ARQREL ou ARQOCOR) as
      *> linhas da competencia ws-arq-ind deixadas por um arquivamento
      *> interrompido antes da linha "C" do ARQCTL; as demais passam pela
      *> copia de trabalho e voltam
      *>------------------------------------------------------------------------
       purga-parcial-arquivo section.
           move 0 to ws-arq-qtd-parcial
           open input arqArqAno
           if ws-fs-arqArqAno <> 35 then
               if ws-fs-arqArqAno <> 0 then
                   move 335                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAno."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqAno = 10
                   read arqArqAno
                   if ws-fs-arqArqAno <> 0 and ws-fs-arqArqAno <> 10 then
                       move 336                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAno                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqAno."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqAno = 0
                      and fd-arqn-aaaamm = ws-arq-c-aaaamm(ws-arq-ind)
                       add 1 to ws-arq-qtd-parcial
                   end-if
               end-perform
               close arqArqAno
               if ws-fs-arqArqAno <> 0 then
                   move 337                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqAno."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           if ws-arq-qtd-parcial > 0
               open input arqArqAno
               if ws-fs-arqArqAno <> 0 then
                   move 338                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAno."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 339                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqAno = 10
                   read arqArqAno
                   if ws-fs-arqArqAno <> 0 and ws-fs-arqArqAno <> 10 then
                       move 340                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAno                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqAno."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqAno = 0
                      and fd-arqn-aaaamm <> ws-arq-c-aaaamm(ws-arq-ind)
                       move fd-arqn-reg to fd-trab-linha
                       write fd-trab-linha
                       if ws-fs-arqArqTrab <> 0 then
                           move 341                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqArqTrab."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqArqAno
               if ws-fs-arqArqAno <> 0 then
                   move 342                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqAno."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 343                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open input arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 344                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqArqAno
               if ws-fs-arqArqAno <> 0 then
                   move 345                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAno."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTrab = 10
                   read arqArqTrab
                   if ws-fs-arqArqTrab <> 0 and ws-fs-arqArqTrab <> 10 then
                       move 346                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTrab."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTrab = 0
                       move fd-trab-linha to fd-arqn-reg
                       write fd-arqn-reg
                       if ws-fs-arqArqAno <> 0 then
                           move 347                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArqAno                        to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqArqAno."         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 348                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqAno
               if ws-fs-arqArqAno <> 0 then
                   move 349                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqAno."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-operador-logado to ws-aud-operador
               move "ARQUIVO"          to ws-aud-evento
               move spaces             to ws-aud-detalhe
               move ws-arq-qtd-parcial to ws-arq-edt
               string "Competencia " ws-arq-c-aaaamm(ws-arq-ind)
                   ": sobra de arquivamento interrompido retirada de "
                   ws-arq-nome-ano " (" ws-arq-edt " linhas)"
                   delimited by size into ws-aud-detalhe
               perform grava-auditoria
           end-if
           .
       purga-parcial-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta em ws-arq-rel os relatorios da competencia ws-arq-ind: os
      *> gerados com a competencia no nome (tabela de prefixos) e os
      *> catalogados que citam a competencia, sem repetir
      *>------------------------------------------------------------------------
       monta-relatorios-comp section.
           move 0 to ws-arq-qtd-rel
           perform varying ws-arq-pref-ind from 1 by 1
                   until ws-arq-pref-ind > ws-arq-qtd-prefixo
               move spaces to ws-arq-nome-rel
               string ws-arq-prefixo(ws-arq-pref-ind) delimited by space
                   ws-arq-c-aaaamm(ws-arq-ind) delimited by size
                   ws-arq-extensao(ws-arq-pref-ind) delimited by size
                   into ws-arq-nome-rel
               perform inclui-relatorio-comp
           end-perform
           open input arqCatalogo
           if ws-fs-arqCatalogo <> 35 then
               if ws-fs-arqCatalogo <> 0 then
                   move 214                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCatalogo."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqCatalogo = 10
                   read arqCatalogo
                   if ws-fs-arqCatalogo <> 0 and ws-fs-arqCatalogo <> 10 then
                       move 215                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCatalogo."          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCatalogo = 0
                       perform referencia-catalogo
                       if ws-arq-ref-aaaamm = ws-arq-c-aaaamm(ws-arq-ind)
                           move fd-cat-nome to ws-arq-nome-rel
                           perform inclui-relatorio-comp
                       end-if
                   end-if
               end-perform
               close arqCatalogo
               if ws-fs-arqCatalogo <> 0 then
                   move 216                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCatalogo."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       monta-relatorios-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Inclui ws-arq-nome-rel na lista de relatorios da competencia,
      *> se ainda nao estiver nela
      *>------------------------------------------------------------------------
       inclui-relatorio-comp section.
           move "N" to ws-arq-achou
           perform varying ws-arq-rel-ind from 1 by 1
                   until ws-arq-rel-ind > ws-arq-qtd-rel or ws-arq-achou = "S"
               if ws-arq-rel(ws-arq-rel-ind) = ws-arq-nome-rel
                   move "S" to ws-arq-achou
               end-if
           end-perform
      *> o log do lote em andamento esta aberto e fica onde esta
           if ws-modo-lote = "S" and ws-arq-nome-rel = ws-nome-loglote
               move "S" to ws-arq-achou
           end-if
           if ws-arq-achou = "N"
               if ws-arq-qtd-rel >= ws-arq-max-rel then
                   move 217                                    to ws-msn-erro-ofsset
                   move 0                                      to ws-msn-erro-cod
                   move "Tabela de relatorios a arquivar cheia."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-arq-qtd-rel
               move ws-arq-nome-rel to ws-arq-rel(ws-arq-qtd-rel)
           end-if
           .
       inclui-relatorio-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Competencia citada no nome do relatorio catalogado em fd-cat-nome:
      *> os seis digitos logo depois do primeiro hifen (RELTEMP-AAAAMM.txt,
      *> RELCOMP-AAAAMM-AAAAMM.txt...); zero quando o nome nao cita uma
      *>------------------------------------------------------------------------
       referencia-catalogo section.
           move 0 to ws-arq-ref-aaaamm
           move 0 to ws-arq-pos
           inspect fd-cat-nome tallying ws-arq-pos for characters before initial "-"
           if ws-arq-pos < 19
               move fd-cat-nome(ws-arq-pos + 2:6) to ws-arq-ref-txt
               if ws-arq-ref-txt is numeric
                   move ws-arq-ref-txt to ws-arq-ref-aaaamm
               end-if
           end-if
           .
       referencia-catalogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Arquiva um relatorio da lista (ws-arq-rel-ind): as linhas vao
      *> para ARQREL-AAAA com a competencia e o nome (o arquivo sai do
      *> disco depois, com a competencia registrada); relatorio que a
      *> competencia nao gerou e ignorado
      *>------------------------------------------------------------------------
       arquiva-relatorio section.
           move ws-arq-rel(ws-arq-rel-ind) to ws-arq-nome-rel
           open input relArquivo
           if ws-fs-relArquivo <> 35 then
               if ws-fs-relArquivo <> 0 then
                   move 218                                    to ws-msn-erro-ofsset
                   move ws-fs-relArquivo                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. relArquivo."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-c-origem(ws-arq-ind) = "F"
                   open extend arqArqRel
                   if ws-fs-arqArqRel = 35 then
                       open output arqArqRel
                   end-if
                   if ws-fs-arqArqRel <> 0 then
                       move 219                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqRel                        to ws-msn-erro-cod
                       move "Erro ao abrir arq. arqArqRel."          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               perform until ws-fs-relArquivo = 10
                   read relArquivo
                   if ws-fs-relArquivo <> 0 and ws-fs-relArquivo <> 10 then
                       move 220                                    to ws-msn-erro-ofsset
                       move ws-fs-relArquivo                       to ws-msn-erro-cod
                       move "Erro ao ler arq. relArquivo."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-relArquivo = 0
                      and ws-arq-c-origem(ws-arq-ind) = "F"
                       move ws-arq-c-aaaamm(ws-arq-ind) to fd-arqr-aaaamm
                       move ws-arq-nome-rel             to fd-arqr-nome
                       move fd-relArquivo-linha         to fd-arqr-linha
                       write fd-arqr-reg
                       if ws-fs-arqArqRel <> 0 then
                           move 221                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArqRel                        to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqArqRel."         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-arq-c-linhas(ws-arq-ind)
                   end-if
               end-perform
               close relArquivo
               if ws-fs-relArquivo <> 0 then
                   move 222                                    to ws-msn-erro-ofsset
                   move ws-fs-relArquivo                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. relArquivo."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-c-origem(ws-arq-ind) = "F"
                   close arqArqRel
                   if ws-fs-arqArqRel <> 0 then
                       move 223                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqRel                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqRel."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-arq-c-rel(ws-arq-ind)
               end-if
           end-if
           .
       arquiva-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procura ws-arq-busca-aaaamm entre as competencias deste
      *> arquivamento: devolve ws-arq-achou e o indice em ws-arq-idx
      *>------------------------------------------------------------------------
       busca-arq-comp section.
           move "N" to ws-arq-achou
           move 0   to ws-arq-idx
           perform varying ws-arq-cind from 1 by 1
                   until ws-arq-cind > ws-arq-qtd-comp or ws-arq-achou = "S"
               if ws-arq-c-aaaamm(ws-arq-cind) = ws-arq-busca-aaaamm
                   move "S"         to ws-arq-achou
                   move ws-arq-cind to ws-arq-idx
               end-if
           end-perform
           .
       busca-arq-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copia para ARQOCOR-AAAA as ocorrencias da competencia ws-arq-ind
      *> que estao em OCORREXC.txt; o diario so e aparado no fim do
      *> arquivamento
      *>------------------------------------------------------------------------
       arquiva-ocorrencias-comp section.
           open input arqOcorrencias
           if ws-fs-arqOcorrencias <> 35 then
               if ws-fs-arqOcorrencias <> 0 then
                   move 350                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencias."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open extend arqArqOcor
               if ws-fs-arqArqOcor = 35 then
                   open output arqArqOcor
               end-if
               if ws-fs-arqArqOcor <> 0 then
                   move 351                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqOcor."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqOcorrencias = 10
                   read arqOcorrencias
                   if ws-fs-arqOcorrencias <> 0 and ws-fs-arqOcorrencias <> 10 then
                       move 352                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencias."       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqOcorrencias = 0
                      and fd-ocor-aaaamm = ws-arq-c-aaaamm(ws-arq-ind)
                       move fd-ocor-reg to fd-arqo-linha
                       write fd-arqo-linha
                       if ws-fs-arqArqOcor <> 0 then
                           move 353                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqArqOcor."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-arq-c-ocor(ws-arq-ind)
                   end-if
               end-perform
               close arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 354                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqOcorrencias."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqOcor
               if ws-fs-arqArqOcor <> 0 then
                   move 355                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqOcor."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       arquiva-ocorrencias-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Deixa aberto (anexando) o ARQCAT do ano ws-arq-mes-aaaa; o de
      *> outro ano aberto antes e fechado e recebe sua linha "J" no ARQCTL
      *>------------------------------------------------------------------------
       abre-ano-arqcat section.
           if ws-arq-cat-aberto <> ws-arq-mes-aaaa
               if ws-arq-cat-aberto <> 0
                   close arqArqCat
                   if ws-fs-arqArqCat <> 0 then
                       move 227                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCat                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqCat."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform fecha-trecho-arqcat
               end-if
               move ws-arq-mes-aaaa to ws-nome-arqcat-aaaa
               open extend arqArqCat
               if ws-fs-arqArqCat = 35 then
                   open output arqArqCat
               end-if
               if ws-fs-arqArqCat <> 0 then
                   move 228                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqCat."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-arq-mes-aaaa to ws-arq-cat-aberto
           end-if
           .
       abre-ano-arqcat-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Linha "J" do ARQCAT do ano ws-arq-cat-aberto que acaba de ser
      *> fechado, com as entradas levadas para ele neste trecho
      *>------------------------------------------------------------------------
       fecha-trecho-arqcat section.
           move ws-arq-cat-aberto to ws-arq-ctl-aaaa
           move 0                 to ws-arq-ctl-aud
           move ws-arq-seg-cat    to ws-arq-ctl-cat
           perform grava-controle-ano
           move 0 to ws-arq-seg-cat
           .
       fecha-trecho-arqcat-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Deixa aberto (anexando) o ARQAUD do ano ws-arq-mes-aaaa; o de
      *> outro ano aberto antes e fechado e recebe sua linha "J" no ARQCTL
      *>------------------------------------------------------------------------
       abre-ano-arqaud section.
           if ws-arq-aud-aberto <> ws-arq-mes-aaaa
               if ws-arq-aud-aberto <> 0
                   close arqArqAud
                   if ws-fs-arqArqAud <> 0 then
                       move 229                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAud                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqAud."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform fecha-trecho-arqaud
               end-if
               move ws-arq-mes-aaaa to ws-nome-arqaud-aaaa
               open extend arqArqAud
               if ws-fs-arqArqAud = 35 then
                   open output arqArqAud
               end-if
               if ws-fs-arqArqAud <> 0 then
                   move 230                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAud."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-arq-mes-aaaa to ws-arq-aud-aberto
           end-if
           .
       abre-ano-arqaud-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Linha "J" do ARQAUD do ano ws-arq-aud-aberto que acaba de ser
      *> fechado, com as entradas levadas para ele neste trecho
      *>------------------------------------------------------------------------
       fecha-trecho-arqaud section.
           move ws-arq-aud-aberto to ws-arq-ctl-aaaa
           move 0                 to ws-arq-ctl-cat
           move ws-arq-seg-aud    to ws-arq-ctl-aud
           perform grava-controle-ano
           move 0 to ws-arq-seg-aud
           .
       fecha-trecho-arqaud-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apara OCORREXC.txt: as ocorrencias de competencia em "A" ja estao
      *> no ARQOCOR do ano (ou, se restaurada, ja estavam) e so saem; as
      *> demais passam pela copia de trabalho e voltam para o diario
      *>------------------------------------------------------------------------
       apara-ocorrencias section.
           open input arqOcorrencias
           if ws-fs-arqOcorrencias <> 35 then
               if ws-fs-arqOcorrencias <> 0 then
                   move 231                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencias."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 232                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqOcorrencias = 10
                   read arqOcorrencias
                   if ws-fs-arqOcorrencias <> 0 and ws-fs-arqOcorrencias <> 10 then
                       move 233                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqOcorrencias."       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqOcorrencias = 0
                       move "M" to ws-arq-destino
                       move fd-ocor-aaaamm to ws-busca-ctl-aaaamm
                       perform busca-controle-comp
                       if ws-busca-ctl-achou = "S"
                           if ws-ctl-situacao(ws-ctl-idx) = "A"
                               move "D" to ws-arq-destino
                           end-if
                       end-if
                       if ws-arq-destino = "M"
                           move fd-ocor-reg to fd-trab-linha
                           write fd-trab-linha
                           if ws-fs-arqArqTrab <> 0 then
                               move 235                                    to ws-msn-erro-ofsset
                               move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                               move "Erro ao gravar arq. arqArqTrab."        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform
               close arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 236                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqOcorrencias."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 237                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open input arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 239                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 240                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencias."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTrab = 10
                   read arqArqTrab
                   if ws-fs-arqArqTrab <> 0 and ws-fs-arqArqTrab <> 10 then
                       move 241                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTrab."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTrab = 0
                       move fd-trab-linha to fd-ocor-reg
                       write fd-ocor-reg
                       if ws-fs-arqOcorrencias <> 0 then
                           move 242                                    to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqOcorrencias."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 243                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 244                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqOcorrencias."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apara-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apara CATREL.txt: entrada que cita uma competencia deste
      *> arquivamento vai com ela para ARQCAT do ano da competencia; a que
      *> nao cita competencia vai pela data quando e anterior ao corte.
      *> Entrada restaurada ("R") ou de competencia restaurada so sai: o
      *> conjunto anual ja a tem
      *>------------------------------------------------------------------------
       apara-catalogo section.
           move 0 to ws-arq-cat-aberto
           move 0 to ws-arq-seg-cat
           open input arqCatalogo
           if ws-fs-arqCatalogo <> 35 then
               if ws-fs-arqCatalogo <> 0 then
                   move 245                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCatalogo."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 246                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqCatalogo = 10
                   read arqCatalogo
                   if ws-fs-arqCatalogo <> 0 and ws-fs-arqCatalogo <> 10 then
                       move 247                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCatalogo."          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCatalogo = 0
      *> "M" mantem no catalogo, "A" arquiva, "D" descarta
                       move "M" to ws-arq-destino
                       perform referencia-catalogo
                       if ws-arq-ref-aaaamm > 0
                           move ws-arq-ref-aaaamm to ws-arq-busca-aaaamm
                           perform busca-arq-comp
                           if ws-arq-achou = "S"
                               move ws-arq-ref-aaaamm to ws-arq-mes-num
                               if ws-arq-c-origem(ws-arq-idx) = "F"
                                  and fd-cat-restaurado <> "R"
                                   move "A" to ws-arq-destino
                               else
                                   move "D" to ws-arq-destino
                               end-if
                           end-if
                       else
                           move 0 to ws-arq-ts-aaaamm
                           move fd-cat-datahora(1:6) to ws-arq-ref-txt
                           if ws-arq-ref-txt is numeric
                               move ws-arq-ref-txt to ws-arq-ts-aaaamm
                           end-if
                           if ws-arq-ts-aaaamm > 0 and ws-arq-ts-aaaamm < ws-arq-limite
                               move ws-arq-ts-aaaamm to ws-arq-mes-num
                               if fd-cat-restaurado = "R"
                                   move "D" to ws-arq-destino
                               else
                                   move "A" to ws-arq-destino
                               end-if
                           end-if
                       end-if
                       evaluate ws-arq-destino
                           when "A"
                               perform abre-ano-arqcat
                               move fd-cat-reg to fd-arqc-linha
                               write fd-arqc-linha
                               if ws-fs-arqArqCat <> 0 then
                                   move 248                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                                   move "Erro ao gravar arq. arqArqCat."         to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-arq-seg-cat
                               add 1 to ws-arq-tot-cat
                           when "M"
                               move fd-cat-reg to fd-trab-linha
                               write fd-trab-linha
                               if ws-fs-arqArqTrab <> 0 then
                                   move 249                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                                   move "Erro ao gravar arq. arqArqTrab."        to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           when other
                               continue
                       end-evaluate
                   end-if
               end-perform
               close arqCatalogo
               if ws-fs-arqCatalogo <> 0 then
                   move 250                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCatalogo."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 251                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-cat-aberto <> 0
                   close arqArqCat
                   if ws-fs-arqArqCat <> 0 then
                       move 252                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCat                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqCat."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform fecha-trecho-arqcat
               end-if
               open input arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 253                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqCatalogo
               if ws-fs-arqCatalogo <> 0 then
                   move 254                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCatalogo."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTrab = 10
                   read arqArqTrab
                   if ws-fs-arqArqTrab <> 0 and ws-fs-arqArqTrab <> 10 then
                       move 255                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTrab."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTrab = 0
                       move fd-trab-linha to fd-cat-reg
                       write fd-cat-reg
                       if ws-fs-arqCatalogo <> 0 then
                           move 256                                    to ws-msn-erro-ofsset
                           move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCatalogo."       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 257                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqCatalogo
               if ws-fs-arqCatalogo <> 0 then
                   move 258                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCatalogo."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apara-catalogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Apara AUDITORIA.txt: os eventos anteriores ao corte vao para
      *> ARQAUD do ano do evento (os restaurados, "R", so saem); os
      *> demais voltam para o diario
      *>------------------------------------------------------------------------
       apara-auditoria section.
           move 0 to ws-arq-aud-aberto
           move 0 to ws-arq-seg-aud
           open input arqAuditoria
           if ws-fs-arqAuditoria <> 35 then
               if ws-fs-arqAuditoria <> 0 then
                   move 259                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 260                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria
                   if ws-fs-arqAuditoria <> 0 and ws-fs-arqAuditoria <> 10 then
                       move 261                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoria."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqAuditoria = 0
                       move 0 to ws-arq-ts-aaaamm
                       move fd-aud-datahora(1:6) to ws-arq-ref-txt
                       if ws-arq-ref-txt is numeric
                           move ws-arq-ref-txt to ws-arq-ts-aaaamm
                       end-if
                       if ws-arq-ts-aaaamm > 0 and ws-arq-ts-aaaamm < ws-arq-limite
                           if fd-aud-restaurado <> "R"
                               move ws-arq-ts-aaaamm to ws-arq-mes-num
                               perform abre-ano-arqaud
                               move fd-aud-reg to fd-arqa-linha
                               write fd-arqa-linha
                               if ws-fs-arqArqAud <> 0 then
                                   move 262                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                                   move "Erro ao gravar arq. arqArqAud."         to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-arq-seg-aud
                               add 1 to ws-arq-tot-aud
                           end-if
                       else
                           move fd-aud-reg to fd-trab-linha
                           write fd-trab-linha
                           if ws-fs-arqArqTrab <> 0 then
                               move 263                                    to ws-msn-erro-ofsset
                               move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                               move "Erro ao gravar arq. arqArqTrab."        to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-if
               end-perform
               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 264                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 265                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-arq-aud-aberto <> 0
                   close arqArqAud
                   if ws-fs-arqArqAud <> 0 then
                       move 266                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAud                        to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqArqAud."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform fecha-trecho-arqaud
               end-if
               open input arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 267                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTrab."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open output arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 268                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTrab = 10
                   read arqArqTrab
                   if ws-fs-arqArqTrab <> 0 and ws-fs-arqArqTrab <> 10 then
                       move 269                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTrab."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTrab = 0
                       move fd-trab-linha to fd-aud-reg
                       write fd-aud-reg
                       if ws-fs-arqAuditoria <> 0 then
                           move 270                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqAuditoria."      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqArqTrab
               if ws-fs-arqArqTrab <> 0 then
                   move 271                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTrab                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTrab."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 272                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       apara-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava no ARQCTL do ano a linha "C" da competencia ws-arq-ind:
      *> leituras, soma das temperaturas, relatorios e linhas de
      *> relatorio e ocorrencias levados para o conjunto anual
      *>------------------------------------------------------------------------
       grava-controle-arquivo section.
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema        to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
           move ws-arq-c-aaaamm(ws-arq-ind) to ws-arq-mes-num
           move ws-arq-mes-aaaa to ws-nome-arqctl-aaaa
           open extend arqArqCtl
           if ws-fs-arqArqCtl = 35 then
               open output arqArqCtl
           end-if
           if ws-fs-arqArqCtl <> 0 then
               move 273                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArqCtl."          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "C"                          to fd-actl-tipo
           move ws-arq-c-aaaamm(ws-arq-ind)  to fd-actl-aaaamm
           move ws-data-hora-completa        to fd-actl-datahora
           move ws-operador-logado           to fd-actl-operador
           move ws-arq-c-leit(ws-arq-ind)    to fd-actl-qtd-leit
           move ws-arq-c-soma(ws-arq-ind)    to fd-actl-soma-temp
           move ws-arq-c-rel(ws-arq-ind)     to fd-actl-qtd-rel
           move ws-arq-c-linhas(ws-arq-ind)  to fd-actl-qtd-linhas
           move ws-arq-c-ocor(ws-arq-ind)    to fd-actl-qtd-ocor
           move 0                            to fd-actl-qtd-aud
           move 0                            to fd-actl-qtd-cat
           write fd-actl-reg
           if ws-fs-arqArqCtl <> 0 then
               move 274                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqArqCtl."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqArqCtl
           if ws-fs-arqArqCtl <> 0 then
               move 275                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqArqCtl."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava no ARQCTL do ano ws-arq-ctl-aaaa uma linha "J" com as
      *> entradas de AUDITORIA (ws-arq-ctl-aud) e CATREL (ws-arq-ctl-cat)
      *> levadas para o ARQAUD/ARQCAT do ano
      *>------------------------------------------------------------------------
       grava-controle-ano section.
           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time
           move ws-data-sistema        to ws-data-hora-completa-data
           move ws-hora-sistema-hhmmss to ws-data-hora-completa-hora
           move ws-arq-ctl-aaaa to ws-nome-arqctl-aaaa
           open extend arqArqCtl
           if ws-fs-arqArqCtl = 35 then
               open output arqArqCtl
           end-if
           if ws-fs-arqArqCtl <> 0 then
               move 276                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArqCtl."          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "J"                             to fd-actl-tipo
           move 0                               to fd-actl-aaaamm
           move ws-data-hora-completa           to fd-actl-datahora
           move ws-operador-logado              to fd-actl-operador
           move 0                               to fd-actl-qtd-leit
           move 0                               to fd-actl-soma-temp
           move 0                               to fd-actl-qtd-rel
           move 0                               to fd-actl-qtd-linhas
           move 0                               to fd-actl-qtd-ocor
           move ws-arq-ctl-aud                  to fd-actl-qtd-aud
           move ws-arq-ctl-cat                  to fd-actl-qtd-cat
           write fd-actl-reg
           if ws-fs-arqArqCtl <> 0 then
               move 277                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao gravar arq. arqArqCtl."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqArqCtl
           if ws-fs-arqArqCtl <> 0 then
               move 278                                    to ws-msn-erro-ofsset
               move ws-fs-arqArqCtl                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqArqCtl."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Remove do disco o arquivo ws-arq-nome-del; arquivo inexistente
      *> nao e erro (a competencia pode nao ter gerado todos os relatorios),
      *> mas o que existe e nao sai fica na auditoria e, no lote, no log com
      *> retorno de atencao
      *>------------------------------------------------------------------------
       exclui-arquivo section.
           call "CBL_CHECK_FILE_EXIST" using ws-arq-nome-del
                                             ws-arq-det-arquivo
           if return-code = 0
               call "CBL_DELETE_FILE" using ws-arq-nome-del
               if return-code <> 0
                   add 1 to ws-arq-qtd-nao-excl
                   move ws-operador-logado to ws-aud-operador
                   move "ARQUIVO"          to ws-aud-evento
                   move spaces             to ws-aud-detalhe
                   string "Arquivo nao removido do disco: " ws-arq-nome-del
                       delimited by size into ws-aud-detalhe
                   perform grava-auditoria
                   if ws-modo-lote = "S"
                       move spaces to ws-log-texto
                       string "Arquivo nao removido do disco: " ws-arq-nome-del
                           delimited by size into ws-log-texto
                       perform grava-log-lote
                       if ws-lote-rc < 4
                           move 4 to ws-lote-rc
                       end-if
                   end-if
               end-if
           end-if
           .
       exclui-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Restauracao de um ano do arquivo historico para vistoria: confere
      *> os totais do ARQCTL-AAAA com o conjunto anual e, so com tudo
      *> batendo e confirmado, traz de volta leituras, relatorios e as
      *> entradas dos diarios; as competencias ficam "V" (somente
      *> consulta) e voltam ao arquivo no proximo arquivamento
      *>------------------------------------------------------------------------
       restaura-historico section.
           display tela-arquivo-restaura
           accept tela-arquivo-restaura
           perform confere-controle-arquivo
           display erase
           display "Ano " at line 03 col 07
           display ws-rst-aaaa at line 03 col 11
           evaluate ws-rst-situacao
               when "N"
                   display ": sem controle no arquivo historico (ARQCTL)." at line 03 col 15
               when "J"
                   display ": ja restaurado, aguardando o proximo arquivamento." at line 03 col 15
               when other
                   if ws-rst-situacao = "O"
                       display ": totais de controle conferidos." at line 03 col 15
                   else
                       display ": totais de controle NAO conferem - restauracao recusada." at line 03 col 15
                   end-if
                   perform exibe-controle-arquivo
           end-evaluate
           if ws-rst-situacao = "D"
               move ws-operador-logado to ws-aud-operador
               move "RESTAU-NEG"       to ws-aud-evento
               move spaces             to ws-aud-detalhe
               string "Restauracao do ano " ws-rst-aaaa
                   " recusada: totais de controle divergentes"
                   delimited by size into ws-aud-detalhe
               perform grava-auditoria
           end-if
           if ws-rst-situacao = "O"
               display "Restaurar o ano para vistoria? (S/N):" at line 14 col 07
               move space to ws-rst-confirma
               accept ws-rst-confirma at line 14 col 46
               if ws-rst-confirma = "S" or ws-rst-confirma = "s"
                   perform restaura-ano
                   move ws-rst-qtd-comp to ws-arq-edt
                   display "Ano restaurado; competencias em vistoria:" at line 15 col 07
                   display ws-arq-edt at line 15 col 50
               end-if
           end-if
           display "Pressione ENTER para continuar..." at line 17 col 07
           accept ws-aux at line 17 col 42
           .
       restaura-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostra os totais esperados (ARQCTL) e os encontrados no conjunto
      *> anual do ano ws-rst-aaaa
      *>------------------------------------------------------------------------
       exibe-controle-arquivo section.
           display "Total                         Esperado      Encontrado" at line 05 col 07
           display "Leituras" at line 06 col 07
           move ws-rst-esp-leit to ws-arq-edt
           display ws-arq-edt at line 06 col 37
           move ws-rst-ach-leit to ws-arq-edt
           display ws-arq-edt at line 06 col 52
           display "Soma das temperaturas" at line 07 col 07
           move ws-rst-esp-soma to ws-rst-soma-edt
           display ws-rst-soma-edt at line 07 col 30
           move ws-rst-ach-soma to ws-rst-soma-edt
           display ws-rst-soma-edt at line 07 col 45
           display "Linhas de relatorio" at line 08 col 07
           move ws-rst-esp-linhas to ws-arq-edt
           display ws-arq-edt at line 08 col 37
           move ws-rst-ach-linhas to ws-arq-edt
           display ws-arq-edt at line 08 col 52
           display "Ocorrencias" at line 09 col 07
           move ws-rst-esp-ocor to ws-arq-edt
           display ws-arq-edt at line 09 col 37
           move ws-rst-ach-ocor to ws-arq-edt
           display ws-arq-edt at line 09 col 52
           display "Entradas de auditoria" at line 10 col 07
           move ws-rst-esp-aud to ws-arq-edt
           display ws-arq-edt at line 10 col 37
           move ws-rst-ach-aud to ws-arq-edt
           display ws-arq-edt at line 10 col 52
           display "Entradas do catalogo" at line 11 col 07
           move ws-rst-esp-cat to ws-arq-edt
           display ws-arq-edt at line 11 col 37
           move ws-rst-ach-cat to ws-arq-edt
           display ws-arq-edt at line 11 col 52
           display "Relatorios arquivados:" at line 12 col 07
           move ws-rst-esp-rel to ws-arq-edt
           display ws-arq-edt at line 12 col 37
           .
       exibe-controle-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Le o ARQCTL do ano ws-rst-aaaa (totais esperados e competencias
      *> do ano), reconta o conjunto anual e devolve ws-rst-situacao: "N"
      *> ano sem controle, "J" ja restaurado (competencia "V" ou evento
      *> restaurado do ano ainda no diario), "D" totais divergentes, "O"
      *> conferido
      *>------------------------------------------------------------------------
       confere-controle-arquivo section.
           move ws-rst-aaaa to ws-nome-arqtemp-aaaa
           move ws-rst-aaaa to ws-nome-arqrel-aaaa
           move ws-rst-aaaa to ws-nome-arqocor-aaaa
           move ws-rst-aaaa to ws-nome-arqaud-aaaa
           move ws-rst-aaaa to ws-nome-arqcat-aaaa
           move ws-rst-aaaa to ws-nome-arqctl-aaaa
           move 0 to ws-rst-qtd-comp
           move 0 to ws-rst-esp-leit
           move 0 to ws-rst-esp-soma
           move 0 to ws-rst-esp-rel
           move 0 to ws-rst-esp-linhas
           move 0 to ws-rst-esp-ocor
           move 0 to ws-rst-esp-aud
           move 0 to ws-rst-esp-cat
           move 0 to ws-rst-ach-leit
           move 0 to ws-rst-ach-soma
           move 0 to ws-rst-ach-linhas
           move 0 to ws-rst-ach-ocor
           move 0 to ws-rst-ach-aud
           move 0 to ws-rst-ach-cat
           move "N" to ws-rst-situacao
           open input arqArqCtl
           if ws-fs-arqArqCtl <> 35 then
               if ws-fs-arqArqCtl <> 0 then
                   move 279                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqCtl."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqCtl = 10
                   read arqArqCtl
                   if ws-fs-arqArqCtl <> 0 and ws-fs-arqArqCtl <> 10 then
                       move 280                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqCtl."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqCtl = 0
                       if fd-actl-tipo = "C"
                           add fd-actl-qtd-leit   to ws-rst-esp-leit
                           add fd-actl-soma-temp  to ws-rst-esp-soma
                           add fd-actl-qtd-rel    to ws-rst-esp-rel
                           add fd-actl-qtd-linhas to ws-rst-esp-linhas
                           add fd-actl-qtd-ocor   to ws-rst-esp-ocor
                           if ws-rst-qtd-comp < 24
                               add 1 to ws-rst-qtd-comp
                               move fd-actl-aaaamm to ws-rst-comp(ws-rst-qtd-comp)
                           end-if
                       else
                           add fd-actl-qtd-aud to ws-rst-esp-aud
                           add fd-actl-qtd-cat to ws-rst-esp-cat
                       end-if
                   end-if
               end-perform
               close arqArqCtl
               if ws-fs-arqArqCtl <> 0 then
                   move 281                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCtl                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqCtl."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "O" to ws-rst-situacao
           end-if

           if ws-rst-situacao = "O"
               perform conta-arqtemp
               perform conta-arqrel
               perform conta-arqocor
               perform conta-arqaud
               perform conta-arqcat
               if ws-rst-ach-leit   <> ws-rst-esp-leit
                  or ws-rst-ach-soma   <> ws-rst-esp-soma
                  or ws-rst-ach-linhas <> ws-rst-esp-linhas
                  or ws-rst-ach-ocor   <> ws-rst-esp-ocor
                  or ws-rst-ach-aud    <> ws-rst-esp-aud
                  or ws-rst-ach-cat    <> ws-rst-esp-cat
                   move "D" to ws-rst-situacao
               end-if
      *> ano ja restaurado: restaurar de novo duplicaria os diarios
               perform carrega-controle-comp
               perform varying ws-rst-ind from 1 by 1 until ws-rst-ind > ws-rst-qtd-comp
                   move ws-rst-comp(ws-rst-ind) to ws-busca-ctl-aaaamm
                   perform busca-controle-comp
                   if ws-busca-ctl-achou = "S"
                       if ws-ctl-situacao(ws-ctl-idx) = "V"
                           move "J" to ws-rst-situacao
                       end-if
                   end-if
               end-perform
               perform conta-auditoria-restaurada
               if ws-rst-qtd-marcadas > 0
                   move "J" to ws-rst-situacao
               end-if
           end-if
           .
       confere-controle-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as linhas de ARQTEMP e a soma das temperaturas do ano
      *> ws-rst-aaaa (arquivo ausente conta zero)
      *>------------------------------------------------------------------------
       conta-arqtemp section.
           open input arqArqTemp
           if ws-fs-arqArqTemp <> 35 then
               if ws-fs-arqArqTemp <> 0 then
                   move 282                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTemp."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTemp = 10
                   read arqArqTemp
                   if ws-fs-arqArqTemp <> 0 and ws-fs-arqArqTemp <> 10 then
                       move 283                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTemp."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTemp = 0
                       add 1                   to ws-rst-ach-leit
                       add fd-arqt-temperatura to ws-rst-ach-soma
                   end-if
               end-perform
               close arqArqTemp
               if ws-fs-arqArqTemp <> 0 then
                   move 284                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTemp."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-arqtemp-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as linhas de ARQREL do ano ws-rst-aaaa (arquivo
      *> ausente conta zero)
      *>------------------------------------------------------------------------
       conta-arqrel section.
           open input arqArqRel
           if ws-fs-arqArqRel <> 35 then
               if ws-fs-arqArqRel <> 0 then
                   move 285                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqRel                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqRel."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqRel = 10
                   read arqArqRel
                   if ws-fs-arqArqRel <> 0 and ws-fs-arqArqRel <> 10 then
                       move 286                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqRel                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqRel."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqRel = 0
                       add 1 to ws-rst-ach-linhas
                   end-if
               end-perform
               close arqArqRel
               if ws-fs-arqArqRel <> 0 then
                   move 287                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqRel                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqRel."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-arqrel-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as linhas de ARQOCOR do ano ws-rst-aaaa (arquivo
      *> ausente conta zero)
      *>------------------------------------------------------------------------
       conta-arqocor section.
           open input arqArqOcor
           if ws-fs-arqArqOcor <> 35 then
               if ws-fs-arqArqOcor <> 0 then
                   move 288                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqOcor."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqOcor = 10
                   read arqArqOcor
                   if ws-fs-arqArqOcor <> 0 and ws-fs-arqArqOcor <> 10 then
                       move 289                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqOcor."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqOcor = 0
                       add 1 to ws-rst-ach-ocor
                   end-if
               end-perform
               close arqArqOcor
               if ws-fs-arqArqOcor <> 0 then
                   move 290                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqOcor."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-arqocor-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as linhas de ARQAUD do ano ws-rst-aaaa (arquivo
      *> ausente conta zero)
      *>------------------------------------------------------------------------
       conta-arqaud section.
           open input arqArqAud
           if ws-fs-arqArqAud <> 35 then
               if ws-fs-arqArqAud <> 0 then
                   move 291                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAud."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqAud = 10
                   read arqArqAud
                   if ws-fs-arqArqAud <> 0 and ws-fs-arqArqAud <> 10 then
                       move 292                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAud                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqAud."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqAud = 0
                       add 1 to ws-rst-ach-aud
                   end-if
               end-perform
               close arqArqAud
               if ws-fs-arqArqAud <> 0 then
                   move 293                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqAud."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-arqaud-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reconta as linhas de ARQCAT do ano ws-rst-aaaa (arquivo
      *> ausente conta zero)
      *>------------------------------------------------------------------------
       conta-arqcat section.
           open input arqArqCat
           if ws-fs-arqArqCat <> 35 then
               if ws-fs-arqArqCat <> 0 then
                   move 294                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqCat."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqCat = 10
                   read arqArqCat
                   if ws-fs-arqArqCat <> 0 and ws-fs-arqArqCat <> 10 then
                       move 295                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCat                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqCat."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqCat = 0
                       add 1 to ws-rst-ach-cat
                   end-if
               end-perform
               close arqArqCat
               if ws-fs-arqArqCat <> 0 then
                   move 296                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqCat."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-arqcat-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conta no diario de auditoria os eventos restaurados ("R") do ano
      *> ws-rst-aaaa que ainda nao voltaram ao arquivo
      *>------------------------------------------------------------------------
       conta-auditoria-restaurada section.
           move 0 to ws-rst-qtd-marcadas
           open input arqAuditoria
           if ws-fs-arqAuditoria <> 35 then
               if ws-fs-arqAuditoria <> 0 then
                   move 297                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria
                   if ws-fs-arqAuditoria <> 0 and ws-fs-arqAuditoria <> 10 then
                       move 298                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoria."         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqAuditoria = 0
                      and fd-aud-restaurado = "R"
                      and fd-aud-datahora(1:4) = ws-nome-arqaud-aaaa
                       add 1 to ws-rst-qtd-marcadas
                   end-if
               end-perform
               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 299                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       conta-auditoria-restaurada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Traz de volta o ano ws-rst-aaaa ja conferido: recria os arquivos
      *> mensais indexados e os relatorios, anexa as ocorrencias e as
      *> entradas de AUDITORIA/CATREL (marcadas "R") e poe as competencias
      *> do ano em vistoria ("V"). A competencia corrente e preservada
      *>------------------------------------------------------------------------
       restaura-ano section.
           move ws-nome-arquivo-aaaamm to ws-arq-aaaamm-salvo
      *> leituras: um indexado por competencia, na ordem em que sairam
           move 0 to ws-rst-aaaamm-atual
           open input arqArqTemp
           if ws-fs-arqArqTemp <> 35 then
               if ws-fs-arqArqTemp <> 0 then
                   move 300                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqTemp."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqTemp = 10
                   read arqArqTemp
                   if ws-fs-arqArqTemp <> 0 and ws-fs-arqArqTemp <> 10 then
                       move 301                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqTemp."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqTemp = 0
                       if fd-arqt-aaaamm <> ws-rst-aaaamm-atual
                           if ws-rst-aaaamm-atual <> 0
                               close arqTemperaturas
                               if ws-fs-arqTemperaturas <> 0 then
                                   move 302                                    to ws-msn-erro-ofsset
                                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                                   move "Erro ao fechar arq. arqTemperaturas."   to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                           move fd-arqt-aaaamm to ws-rst-aaaamm-atual
                           move fd-arqt-aaaamm to ws-nome-arquivo-aaaamm
                           open output arqTemperaturas
                           if ws-fs-arqTemperaturas <> 0 then
                               move 303                                    to ws-msn-erro-ofsset
                               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                               move "Erro ao abrir arq. arqTemperaturas."    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                       move fd-arqt-dados to fd-relatorio
                       write fd-relatorio
                       if ws-fs-arqTemperaturas <> 0 then
                           move 304                                    to ws-msn-erro-ofsset
                           move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqTemperaturas."   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               if ws-rst-aaaamm-atual <> 0
                   close arqTemperaturas
                   if ws-fs-arqTemperaturas <> 0 then
                       move 305                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqTemperaturas."   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               close arqArqTemp
               if ws-fs-arqArqTemp <> 0 then
                   move 306                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqTemp                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqTemp."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move ws-arq-aaaamm-salvo to ws-nome-arquivo-aaaamm

      *> relatorios: um arquivo por competencia/nome
           move 0      to ws-rst-aaaamm-atual
           move spaces to ws-rst-nome-atual
           open input arqArqRel
           if ws-fs-arqArqRel <> 35 then
               if ws-fs-arqArqRel <> 0 then
                   move 307                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqRel                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqRel."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqRel = 10
                   read arqArqRel
                   if ws-fs-arqArqRel <> 0 and ws-fs-arqArqRel <> 10 then
                       move 308                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqRel                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqRel."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqRel = 0
                       if fd-arqr-aaaamm <> ws-rst-aaaamm-atual
                          or fd-arqr-nome <> ws-rst-nome-atual
                           if ws-rst-nome-atual <> spaces
                               close relArquivo
                               if ws-fs-relArquivo <> 0 then
                                   move 309                                    to ws-msn-erro-ofsset
                                   move ws-fs-relArquivo                       to ws-msn-erro-cod
                                   move "Erro ao fechar arq. relArquivo."        to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                           move fd-arqr-aaaamm to ws-rst-aaaamm-atual
                           move fd-arqr-nome   to ws-rst-nome-atual
                           move fd-arqr-nome   to ws-arq-nome-rel
                           open output relArquivo
                           if ws-fs-relArquivo <> 0 then
                               move 310                                    to ws-msn-erro-ofsset
                               move ws-fs-relArquivo                       to ws-msn-erro-cod
                               move "Erro ao abrir arq. relArquivo."         to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                       move fd-arqr-linha to fd-relArquivo-linha
                       write fd-relArquivo-linha
                       if ws-fs-relArquivo <> 0 then
                           move 311                                    to ws-msn-erro-ofsset
                           move ws-fs-relArquivo                       to ws-msn-erro-cod
                           move "Erro ao gravar arq. relArquivo."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               if ws-rst-nome-atual <> spaces
                   close relArquivo
                   if ws-fs-relArquivo <> 0 then
                       move 312                                    to ws-msn-erro-ofsset
                       move ws-fs-relArquivo                       to ws-msn-erro-cod
                       move "Erro ao fechar arq. relArquivo."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               close arqArqRel
               if ws-fs-arqArqRel <> 0 then
                   move 313                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqRel                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqRel."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> ocorrencias, auditoria e catalogo: anexados aos diarios vivos
           open input arqArqOcor
           if ws-fs-arqArqOcor <> 35 then
               if ws-fs-arqArqOcor <> 0 then
                   move 314                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqOcor."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open extend arqOcorrencias
               if ws-fs-arqOcorrencias = 35 then
                   open output arqOcorrencias
               end-if
               if ws-fs-arqOcorrencias <> 0 then
                   move 315                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOcorrencias."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqOcor = 10
                   read arqArqOcor
                   if ws-fs-arqArqOcor <> 0 and ws-fs-arqArqOcor <> 10 then
                       move 316                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqOcor."           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqOcor = 0
                       move fd-arqo-linha to fd-ocor-reg
                       write fd-ocor-reg
                       if ws-fs-arqOcorrencias <> 0 then
                           move 317                                    to ws-msn-erro-ofsset
                           move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqOcorrencias."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqOcorrencias
               if ws-fs-arqOcorrencias <> 0 then
                   move 318                                    to ws-msn-erro-ofsset
                   move ws-fs-arqOcorrencias                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqOcorrencias."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqOcor
               if ws-fs-arqArqOcor <> 0 then
                   move 319                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqOcor                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqOcor."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqArqAud
           if ws-fs-arqArqAud <> 35 then
               if ws-fs-arqArqAud <> 0 then
                   move 320                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqAud."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open extend arqAuditoria
               if ws-fs-arqAuditoria = 35 then
                   open output arqAuditoria
               end-if
               if ws-fs-arqAuditoria <> 0 then
                   move 321                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqAud = 10
                   read arqArqAud
                   if ws-fs-arqArqAud <> 0 and ws-fs-arqArqAud <> 10 then
                       move 322                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqAud                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqAud."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqAud = 0
                       move fd-arqa-linha to fd-aud-reg
                       move "R"           to fd-aud-restaurado
                       write fd-aud-reg
                       if ws-fs-arqAuditoria <> 0 then
                           move 323                                    to ws-msn-erro-ofsset
                           move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqAuditoria."      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAuditoria
               if ws-fs-arqAuditoria <> 0 then
                   move 324                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAuditoria."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqAud
               if ws-fs-arqArqAud <> 0 then
                   move 325                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqAud                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqAud."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arqArqCat
           if ws-fs-arqArqCat <> 35 then
               if ws-fs-arqArqCat <> 0 then
                   move 326                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqCat."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               open extend arqCatalogo
               if ws-fs-arqCatalogo = 35 then
                   open output arqCatalogo
               end-if
               if ws-fs-arqCatalogo <> 0 then
                   move 327                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCatalogo."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqArqCat = 10
                   read arqArqCat
                   if ws-fs-arqArqCat <> 0 and ws-fs-arqArqCat <> 10 then
                       move 328                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArqCat                        to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqCat."            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqCat = 0
                       move fd-arqc-linha to fd-cat-reg
                       move "R"           to fd-cat-restaurado
                       write fd-cat-reg
                       if ws-fs-arqCatalogo <> 0 then
                           move 329                                    to ws-msn-erro-ofsset
                           move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqCatalogo."       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqCatalogo
               if ws-fs-arqCatalogo <> 0 then
                   move 330                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCatalogo."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqArqCat
               if ws-fs-arqArqCat <> 0 then
                   move 331                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArqCat                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqCat."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> competencias do ano em vistoria: fechadas, sem reabertura
           perform carrega-controle-comp
           perform varying ws-rst-ind from 1 by 1 until ws-rst-ind > ws-rst-qtd-comp
               move ws-rst-comp(ws-rst-ind) to ws-busca-ctl-aaaamm
               perform busca-controle-comp
               if ws-busca-ctl-achou = "S"
                   move "V" to ws-ctl-situacao(ws-ctl-idx)
               end-if
           end-perform
           if ws-rst-qtd-comp > 0
               perform grava-controle-comp
           end-if

           move ws-operador-logado to ws-aud-operador
           move "RESTAURA"         to ws-aud-evento
           move spaces             to ws-aud-detalhe
           move ws-rst-ach-leit    to ws-arq-edt
           string "Ano " ws-rst-aaaa " restaurado do arquivo historico para"
               " vistoria: " ws-arq-edt " leituras" delimited by size
               into ws-aud-detalhe
           perform grava-auditoria
           .
       restaura-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o cadastro de operadores do arquivo CADOPER.txt para a
      *> tabela e conta os ativos. Sem arquivo (primeira execução), a
      *> tabela fica vazia e a identificação de entrada abre a manutenção
      *> para o primeiro cadastro
      *>------------------------------------------------------------------------
       carrega-operadores section.
           move 0 to ws-qtd-cadoper
           move 0 to ws-qtd-oper-ativos
           open input arqOperadores
           if ws-fs-arqOperadores = 35 then
               continue
           else
               if ws-fs-arqOperadores <> 0 then
                   move 55                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqOperadores."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqOperadores = 10
                   read arqOperadores
                   if ws-fs-arqOperadores = 0 then
                       if ws-qtd-cadoper >= ws-max-oper then
                           move 58                                  to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela de operadores cheia."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-cadoper
                       move fd-oper-id    to ws-cadoper-id(ws-qtd-cadoper)
                       move fd-oper-nome  to ws-cadoper-nome(ws-qtd-cadoper)
                       move fd-oper-ativo to ws-cadoper-ativo(ws-qtd-cadoper)
                       move fd-oper-perfil to ws-cadoper-perfil(ws-qtd-cadoper)
                       if fd-oper-ativo = "S"
                           add 1 to ws-qtd-oper-ativos
                       end-if
                   else
                       if ws-fs-arqOperadores <> 10 then
                           move 56                                  to ws-msn-erro-ofsset
                           move ws-fs-arqOperadores                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqOperadores."     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqOperadores
               if ws-fs-arqOperadores <> 0 then
                   move 57                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqOperadores."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADOPER.txt inteiro a partir da tabela do
      *> cadastro de operadores
      *>------------------------------------------------------------------------
       grava-operadores section.
           open output arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 59                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-oper-ind from 1 by 1 until ws-oper-ind > ws-qtd-cadoper
               move ws-cadoper-id(ws-oper-ind)    to fd-oper-id
               move ws-cadoper-nome(ws-oper-ind)  to fd-oper-nome
               move ws-cadoper-ativo(ws-oper-ind) to fd-oper-ativo
               move ws-cadoper-perfil(ws-oper-ind) to fd-oper-perfil
               write fd-oper-reg
               if ws-fs-arqOperadores <> 0 then
                   move 60                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqOperadores."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 61                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um id na tabela de operadores exigindo situação ativa
      *> (identificação de entrada), devolvendo a posição em ws-oper-idx
      *>------------------------------------------------------------------------
       busca-operador section.
           move "N" to ws-busca-oper-achou
           move 0   to ws-oper-idx
           perform varying ws-oper-ind from 1 by 1
                   until ws-oper-ind > ws-qtd-cadoper or ws-busca-oper-achou = "S"
               if ws-cadoper-id(ws-oper-ind) = ws-busca-oper-id
                  and ws-cadoper-ativo(ws-oper-ind) = "S"
                   move "S"          to ws-busca-oper-achou
                   move ws-oper-ind  to ws-oper-idx
               end-if
           end-perform
           .
       busca-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um id na tabela de operadores sem exigir situação ativa
      *> (manutenção e relatório), devolvendo a posição em ws-cadoper-idx
      *>------------------------------------------------------------------------
       busca-cadoper section.
           move "N" to ws-cadoper-achou
           move 0   to ws-cadoper-idx
           perform varying ws-oper-ind from 1 by 1
                   until ws-oper-ind > ws-qtd-cadoper or ws-cadoper-achou = "S"
               if ws-cadoper-id(ws-oper-ind) = ws-busca-oper-id
                   move "S"          to ws-cadoper-achou
                   move ws-oper-ind  to ws-cadoper-idx
               end-if
           end-perform
           .
       busca-cadoper-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutenção do cadastro de operadores (CADOPER.txt): lista os
      *> operadores e permite incluir um novo ou alterar o nome e a
      *> situação (ativo/inativo) de um existente
      *>------------------------------------------------------------------------
       manutencao-operadores section.
           move "CONTINUA"   to ws-edoper-id
           perform until ws-edoper-id = spaces
               display erase
               display "---- Manutencao de Operadores ----" at line 01 col 23
               display "Id          Nome                           Ativo Perfil" at line 03 col 07
      *> lista paginada em blocos de 10 linhas, para caber numa tela de
      *> 24 linhas mesmo com o cadastro na capacidade maxima
               move 4 to ws-lin-tela
               perform varying ws-oper-ind from 1 by 1 until ws-oper-ind > ws-qtd-cadoper
                   if ws-lin-tela > 13
                       display "Pressione ENTER para a proxima pagina..." at line 15 col 07
                       accept ws-aux at line 15 col 48
                       display erase
                       display "---- Manutencao de Operadores ----" at line 01 col 23
                       display "Id          Nome                           Ativo Perfil" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   display ws-cadoper-id(ws-oper-ind) at line ws-lin-tela col 07
                   display ws-cadoper-nome(ws-oper-ind) at line ws-lin-tela col 19
                   display ws-cadoper-ativo(ws-oper-ind) at line ws-lin-tela col 51
                   display ws-cadoper-perfil(ws-oper-ind) at line ws-lin-tela col 57
                   add 1 to ws-lin-tela
               end-perform
               display "Id a incluir/alterar (vazio = voltar):" at line 20 col 07
               move spaces to ws-edoper-id
               accept ws-edoper-id at line 20 col 46
               if ws-edoper-id <> spaces
                   move ws-edoper-id to ws-busca-oper-id
                   perform busca-cadoper
                   move "S" to ws-edit-ok
                   if ws-cadoper-achou = "S"
      *> alteração: a tela já abre com os dados atuais do operador
                       move ws-cadoper-nome(ws-cadoper-idx)  to ws-edoper-nome
                       move ws-cadoper-ativo(ws-cadoper-idx) to ws-edoper-ativo
                       move ws-cadoper-perfil(ws-cadoper-idx) to ws-edoper-perfil
                       if ws-edoper-perfil = space
                           move "A" to ws-edoper-perfil
                       end-if
                   else
                       if ws-qtd-cadoper >= ws-max-oper
                           move "N" to ws-edit-ok
                           display "Cadastro de operadores cheio!" at line 20 col 07
                           display "Pressione ENTER para continuar..." at line 21 col 07
                           accept ws-aux at line 21 col 42
                       else
      *> inclusão: operador novo já nasce ativo, com o perfil de
      *> leitura; o primeiro operador do cadastro nasce administrador
                           move spaces to ws-edoper-nome
                           move "S"    to ws-edoper-ativo
                           if ws-qtd-cadoper = 0
                               move "A" to ws-edoper-perfil
                           else
                               move "L" to ws-edoper-perfil
                           end-if
                       end-if
                   end-if
                   if ws-edit-ok = "S"
                       display tela-cad-oper
                       accept tela-cad-oper
                       inspect ws-edoper-perfil converting "lsqa" to "LSQA"
      *> o cadastro nunca pode ficar sem um administrador ativo, senao
      *> ninguem mais consegue manter operadores
                       move 0 to ws-qtd-oper-admin
                       perform varying ws-oper-ind from 1 by 1 until ws-oper-ind > ws-qtd-cadoper
                           if ws-cadoper-ativo(ws-oper-ind) = "S"
                              and (ws-cadoper-perfil(ws-oper-ind) = "A"
                                or ws-cadoper-perfil(ws-oper-ind) = space)
                              and ws-cadoper-id(ws-oper-ind) <> ws-edoper-id
                               add 1 to ws-qtd-oper-admin
                           end-if
                       end-perform
                       if ws-edoper-ativo = "S" and ws-edoper-perfil = "A"
                           add 1 to ws-qtd-oper-admin
                       end-if
                       if ws-edoper-nome = spaces
                           display "Nome do operador e obrigatorio!" at line 20 col 07
                           display "Pressione ENTER para continuar..." at line 21 col 07
                           accept ws-aux at line 21 col 42
                       else
                           if ws-edoper-ativo <> "S" and ws-edoper-ativo <> "N"
                               display "Situacao invalida! Informe S ou N." at line 20 col 07
                               display "Pressione ENTER para continuar..." at line 21 col 07
                               accept ws-aux at line 21 col 42
                           else
                            if ws-edoper-perfil <> "L" and ws-edoper-perfil <> "S"
                               and ws-edoper-perfil <> "Q" and ws-edoper-perfil <> "A"
                               display "Perfil invalido! Informe L, S, Q ou A." at line 20 col 07
                               display "Pressione ENTER para continuar..." at line 21 col 07
                               accept ws-aux at line 21 col 42
                            else
                             if ws-qtd-oper-admin = 0
                               display "Deve restar ao menos um administrador ativo!" at line 20 col 07
                               display "Pressione ENTER para continuar..." at line 21 col 07
                               accept ws-aux at line 21 col 42
                             else
                               if ws-cadoper-achou = "S"
      *> imagem do registro antes da alteracao, para o diario de
      *> auditoria (uma desativacao de operador precisa de rastro)
                                   move ws-cadoper-id(ws-cadoper-idx)    to ws-aud-opr-id
                                   move ws-cadoper-nome(ws-cadoper-idx)  to ws-aud-opr-nome
                                   move ws-cadoper-ativo(ws-cadoper-idx) to ws-aud-opr-ativo
                                   move ws-cadoper-perfil(ws-cadoper-idx) to ws-aud-opr-perfil
                                   move ws-aud-img-oper to ws-aud-img-antes
                                   move "OPER-ALT"      to ws-aud-evento
                                   move ws-edoper-nome  to ws-cadoper-nome(ws-cadoper-idx)
                                   move ws-edoper-ativo to ws-cadoper-ativo(ws-cadoper-idx)
                                   move ws-edoper-perfil to ws-cadoper-perfil(ws-cadoper-idx)
                               else
                                   move "(inclusao)"    to ws-aud-img-antes
                                   move "OPER-INC"      to ws-aud-evento
                                   add 1 to ws-qtd-cadoper
                                   move ws-edoper-id    to ws-cadoper-id(ws-qtd-cadoper)
                                   move ws-edoper-nome  to ws-cadoper-nome(ws-qtd-cadoper)
                                   move ws-edoper-ativo to ws-cadoper-ativo(ws-qtd-cadoper)
                                   move ws-edoper-perfil to ws-cadoper-perfil(ws-qtd-cadoper)
                               end-if
      *> regravando o cadastro e recontando os operadores ativos
                               perform grava-operadores
                               perform carrega-operadores
      *> trilha de auditoria com a imagem antes/depois do registro
                               move ws-edoper-id    to ws-aud-opr-id
                               move ws-edoper-nome  to ws-aud-opr-nome
                               move ws-edoper-ativo to ws-aud-opr-ativo
                               move ws-edoper-perfil to ws-aud-opr-perfil
                               move ws-aud-img-oper    to ws-aud-img-depois
                               move ws-operador-logado to ws-aud-operador
                               move spaces to ws-aud-detalhe
                               string "ANTES: " ws-aud-img-antes
                                   " DEPOIS: " ws-aud-img-depois
                                   delimited by size into ws-aud-detalhe
                               perform grava-auditoria
      *> o proprio operador logado mudou de perfil: o menu acompanha
                               if ws-edoper-id = ws-operador-logado
                                   move ws-edoper-perfil to ws-perfil-logado
                               end-if
                             end-if
                            end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o cadastro de motivos de lacuna do arquivo CADMOTIVO.txt
      *> para a tabela. Na primeira execução o arquivo é semeado com os
      *> motivos historicamente usados no papel
      *>------------------------------------------------------------------------
       carrega-motivos section.
           move 0 to ws-qtd-motivos
           open input arqMotivos
           if ws-fs-arqMotivos = 35 then
               move 3              to ws-qtd-motivos
               move "01"           to ws-motivo-cod(1)
               move "SENSOR EM CALIBRACAO"        to ws-motivo-desc(1)
               move "02"           to ws-motivo-cod(2)
               move "SENSOR EM MANUTENCAO"        to ws-motivo-desc(2)
               move "03"           to ws-motivo-cod(3)
               move "LOCAL TEMPORARIAMENTE VAZIO" to ws-motivo-desc(3)
               perform grava-motivos
           else
               if ws-fs-arqMotivos <> 0 then
                   move 109                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMotivos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMotivos."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqMotivos = 10
                   read arqMotivos
                   if ws-fs-arqMotivos = 0 then
                       if ws-qtd-motivos >= ws-max-motivos then
                           move 110                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela de motivos cheia."            to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-motivos
                       move fd-motivo-cod  to ws-motivo-cod(ws-qtd-motivos)
                       move fd-motivo-desc to ws-motivo-desc(ws-qtd-motivos)
                   else
                       if ws-fs-arqMotivos <> 10 then
                           move 111                                 to ws-msn-erro-ofsset
                           move ws-fs-arqMotivos                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqMotivos."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqMotivos
               if ws-fs-arqMotivos <> 0 then
                   move 112                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMotivos                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqMotivos."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-motivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADMOTIVO.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-motivos section.
           open output arqMotivos
           if ws-fs-arqMotivos <> 0 then
               move 113                                    to ws-msn-erro-ofsset
               move ws-fs-arqMotivos                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMotivos."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-mot-ind from 1 by 1 until ws-mot-ind > ws-qtd-motivos
               move ws-motivo-cod(ws-mot-ind)  to fd-motivo-cod
               move ws-motivo-desc(ws-mot-ind) to fd-motivo-desc
               write fd-motivo-reg
               if ws-fs-arqMotivos <> 0 then
                   move 114                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMotivos                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqMotivos."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqMotivos
           if ws-fs-arqMotivos <> 0 then
               move 115                                    to ws-msn-erro-ofsset
               move ws-fs-arqMotivos                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMotivos."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-motivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um código (ws-busca-motivo-cod) na tabela de motivos de
      *> lacuna, devolvendo a posição em ws-motivo-idx quando encontrado
      *>------------------------------------------------------------------------
       busca-motivo section.
           move "N" to ws-busca-motivo-achou
           move 0   to ws-motivo-idx
           perform varying ws-mot-ind from 1 by 1
                   until ws-mot-ind > ws-qtd-motivos or ws-busca-motivo-achou = "S"
               if ws-motivo-cod(ws-mot-ind) = ws-busca-motivo-cod
                   move "S"          to ws-busca-motivo-achou
                   move ws-mot-ind   to ws-motivo-idx
               end-if
           end-perform
           .
       busca-motivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutenção do cadastro de motivos de lacuna (CADMOTIVO.txt):
      *> lista os motivos e permite incluir um novo ou alterar a
      *> descrição de um existente
      *>------------------------------------------------------------------------
       manutencao-motivos section.
           move "XX" to ws-edmot-cod
           perform until ws-edmot-cod = spaces
               display erase
               display "---- Manutencao de Motivos de Lacuna ----" at line 01 col 20
               display "Cod  Descricao" at line 03 col 07
               move 4 to ws-lin-tela
               perform varying ws-mot-ind from 1 by 1 until ws-mot-ind > ws-qtd-motivos
                   display ws-motivo-cod(ws-mot-ind) at line ws-lin-tela col 07
                   display ws-motivo-desc(ws-mot-ind) at line ws-lin-tela col 12
                   add 1 to ws-lin-tela
               end-perform
               display "Codigo a incluir/alterar (vazio = voltar):" at line 20 col 07
               move spaces to ws-edmot-cod
               accept ws-edmot-cod at line 20 col 50
               if ws-edmot-cod <> spaces
                   move ws-edmot-cod to ws-busca-motivo-cod
                   perform busca-motivo
                   move "S" to ws-edit-ok
                   if ws-busca-motivo-achou = "S"
      *> alteração: a tela já abre com a descrição atual
                       move ws-motivo-desc(ws-motivo-idx) to ws-edmot-desc
                   else
                       if ws-qtd-motivos >= ws-max-motivos
                           move "N" to ws-edit-ok
                           display "Cadastro de motivos cheio!" at line 21 col 07
                           display "Pressione ENTER para continuar..." at line 22 col 07
                           accept ws-aux at line 22 col 42
                       else
                           move spaces to ws-edmot-desc
                       end-if
                   end-if
                   if ws-edit-ok = "S"
                       display tela-cad-motivo
                       accept tela-cad-motivo
                       if ws-edmot-desc = spaces
                           display "Descricao do motivo e obrigatoria!" at line 21 col 07
                           display "Pressione ENTER para continuar..." at line 22 col 07
                           accept ws-aux at line 22 col 42
                       else
                           if ws-busca-motivo-achou = "S"
                               move ws-edmot-desc to ws-motivo-desc(ws-motivo-idx)
                           else
                               add 1 to ws-qtd-motivos
                               move ws-edmot-cod  to ws-motivo-cod(ws-qtd-motivos)
                               move ws-edmot-desc to ws-motivo-desc(ws-qtd-motivos)
                           end-if
      *> regravando o cadastro de motivos
                           perform grava-motivos
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-motivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatório mensal por operador (RELOPER.txt): para a competência
      *> escolhida, quantas leituras cada operador (ou datalogger) gravou,
      *> em quais locais e em que horários, agrupadas por operador
      *>------------------------------------------------------------------------
       relatorio-operadores section.
      *> no modo lote a competencia ja vem do PARAMLOTE.txt
           if ws-modo-lote not = "S"
               perform seleciona-competencia
           end-if
      *> um mes ainda so em arquivo sequencial e convertido uma unica
      *> vez para o indexado antes da leitura
           perform converte-mes-txt
           open input arqTemperaturas
           if ws-fs-arqTemperaturas = 35 then
               if ws-modo-lote = "S"
                   move "Relatorio por operador: arquivo do mes ausente" to ws-log-texto
                   perform grava-log-lote
               else
                   display "Arquivo da competencia nao encontrado!" at line 05 col 07
                   display "Pressione ENTER para continuar..." at line 07 col 07
                   accept ws-aux at line 07 col 42
               end-if
           else
               if ws-fs-arqTemperaturas <> 0 then
                   move 66                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
      *> primeira passada: guardando as leituras do mês e a lista dos
      *> operadores distintos que aparecem nelas
               move 0 to ws-rop-qtd-det
               move 0 to ws-rop-qtd-oper
               perform until ws-fs-arqTemperaturas = 10
                   read arqTemperaturas next
                   if ws-fs-arqTemperaturas <> 0 and ws-fs-arqTemperaturas <> 10 then
                       move 67                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemperaturas." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqTemperaturas = 0 then
                       perform acumula-leitura-operador
                   end-if
               end-perform
               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 68                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemperaturas."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-rop-qtd-det = 0
                   if ws-modo-lote = "S"
                       move "Relatorio por operador: mes sem leituras" to ws-log-texto
                       perform grava-log-lote
                   else
                       display "Nenhuma leitura gravada na competencia!" at line 05 col 07
                       display "Pressione ENTER para continuar..." at line 07 col 07
                       accept ws-aux at line 07 col 42
                   end-if
               else
                   perform gera-relatorio-operadores
               end-if
           end-if
           .
       relatorio-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guarda uma leitura do mês nas tabelas do relatório por operador
      *> (chamada de dentro de relatorio-operadores)
      *>------------------------------------------------------------------------
       acumula-leitura-operador section.
           if ws-rop-qtd-det >= 4500 then
               move 65                                     to ws-msn-erro-ofsset
               move 0                                      to ws-msn-erro-cod
               move "Tabela de leituras do mes cheia."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
      *> registros gravados antes dos turnos existirem vem com o campo
      *> em branco: valem como turno 1
           if fd-turno is not numeric or fd-turno = 0
               move 1 to fd-turno
           end-if
           add 1 to ws-rop-qtd-det
           move fd-operador          to ws-rop-det-oper(ws-rop-qtd-det)
           move fd-local-cod         to ws-rop-det-local(ws-rop-qtd-det)
           move fd-dia               to ws-rop-det-dia(ws-rop-qtd-det)
           move fd-turno             to ws-rop-det-turno(ws-rop-qtd-det)
           move fd-data-hora-entrada to ws-rop-det-datahora(ws-rop-qtd-det)
           move fd-tipo-reg          to ws-rop-det-tipo(ws-rop-qtd-det)
      *> incluindo o operador na lista de distintos, se ainda não estiver
           move "N" to ws-rop-oper-achou
           perform varying ws-rop-oper-atual from 1 by 1
                   until ws-rop-oper-atual > ws-rop-qtd-oper or ws-rop-oper-achou = "S"
               if ws-rop-oper-id(ws-rop-oper-atual) = fd-operador
                   move "S" to ws-rop-oper-achou
                   add 1 to ws-rop-oper-total(ws-rop-oper-atual)
               end-if
           end-perform
           if ws-rop-oper-achou = "N"
               if ws-rop-qtd-oper >= 50 then
                   move 69                                     to ws-msn-erro-ofsset
                   move 0                                      to ws-msn-erro-cod
                   move "Tabela de operadores do mes cheia."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-rop-qtd-oper
               move fd-operador to ws-rop-oper-id(ws-rop-qtd-oper)
               move 1           to ws-rop-oper-total(ws-rop-qtd-oper)
           end-if
           .
       acumula-leitura-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprime RELOPER.txt agrupado por operador, com o total, as
      *> contagens por local e o detalhe de cada leitura com o horário
      *> (chamada de dentro de relatorio-operadores)
      *>------------------------------------------------------------------------
       gera-relatorio-operadores section.
           move ws-consulta-aaaamm to ws-nome-reloper-aaaamm
           open output relOperadores
           if ws-fs-relOperadores <> 0 then
               move 62                                     to ws-msn-erro-ofsset
               move ws-fs-relOperadores                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relOperadores."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-rop-msg-texto
           string "Leituras por operador - competencia " ws-consulta-aaaamm
               delimited by size into ws-rop-msg-texto
           perform grava-linha-operadores

           perform varying ws-rop-oper-atual from 1 by 1
                   until ws-rop-oper-atual > ws-rop-qtd-oper
               move spaces to ws-rop-msg-texto
               perform grava-linha-operadores
      *> nome do operador no cadastro; leituras de datalogger (importação)
      *> e de ids antigos aparecem como não cadastrados
               move ws-rop-oper-id(ws-rop-oper-atual) to ws-busca-oper-id
               perform busca-cadoper
               move spaces to ws-rop-msg-texto
               if ws-cadoper-achou = "S"
                   string "Operador: " ws-busca-oper-id " - "
                       ws-cadoper-nome(ws-cadoper-idx)
                       delimited by size into ws-rop-msg-texto
               else
                   string "Operador: " ws-busca-oper-id " - (nao cadastrado)"
                       delimited by size into ws-rop-msg-texto
               end-if
               perform grava-linha-operadores
               move ws-rop-oper-total(ws-rop-oper-atual) to ws-rop-total-edt
               move spaces to ws-rop-msg-texto
               string "Total de leituras: " ws-rop-total-edt
                   delimited by size into ws-rop-msg-texto
               perform grava-linha-operadores
      *> contagem por local ativo
               perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
                   move 0 to ws-rop-conta
                   perform varying ws-rop-ind from 1 by 1 until ws-rop-ind > ws-rop-qtd-det
                       if ws-rop-det-oper(ws-rop-ind) = ws-rop-oper-id(ws-rop-oper-atual)
                          and ws-rop-det-local(ws-rop-ind) = ws-local-cod(ws-local-atual)
                           add 1 to ws-rop-conta
                       end-if
                   end-perform
                   if ws-rop-conta > 0
                       move ws-rop-conta to ws-rop-conta-edt
                       move spaces to ws-rop-msg-texto
                       string "  " ws-local-nome(ws-local-atual) ": "
                           ws-rop-conta-edt " leitura(s)"
                           delimited by size into ws-rop-msg-texto
                       perform grava-linha-operadores
                   end-if
               end-perform
      *> leituras de locais que não constam do cadastro (arquivo vindo de
      *> outra instalação): entram num balde próprio para que as contagens
      *> por local continuem somando o total do operador
               move 0 to ws-rop-conta
               perform varying ws-rop-ind from 1 by 1 until ws-rop-ind > ws-rop-qtd-det
                   if ws-rop-det-oper(ws-rop-ind) = ws-rop-oper-id(ws-rop-oper-atual)
                       move ws-rop-det-local(ws-rop-ind) to ws-busca-local-cod
                       perform busca-local
                       if ws-busca-local-achou = "N"
                           add 1 to ws-rop-conta
                       end-if
                   end-if
               end-perform
               if ws-rop-conta > 0
                   move ws-rop-conta to ws-rop-conta-edt
                   move spaces to ws-rop-msg-texto
                   string "  (local desconhecido): " ws-rop-conta-edt " leitura(s)"
                       delimited by size into ws-rop-msg-texto
                   perform grava-linha-operadores
               end-if
      *> detalhe de cada leitura do operador, com dia e horário
               perform varying ws-rop-ind from 1 by 1 until ws-rop-ind > ws-rop-qtd-det
                   if ws-rop-det-oper(ws-rop-ind) = ws-rop-oper-id(ws-rop-oper-atual)
                       move ws-rop-det-local(ws-rop-ind) to ws-busca-local-cod
                       perform busca-local
                       if ws-busca-local-achou = "S"
                           move ws-local-nome(ws-local-idx) to ws-rop-lin-local
                       else
                           move spaces to ws-rop-lin-local
                           string "COD " ws-rop-det-local(ws-rop-ind)
                               delimited by size into ws-rop-lin-local
                       end-if
                       move ws-rop-det-dia(ws-rop-ind)      to ws-rop-lin-dia
                       move ws-rop-det-turno(ws-rop-ind)    to ws-rop-lin-turno
                       move ws-rop-det-datahora(ws-rop-ind) to ws-rop-lin-datahora
                       move ws-rop-det-tipo(ws-rop-ind)     to ws-rop-lin-tipo
                       write fd-relOperadores-linha from ws-rop-lin-det
                       if ws-fs-relOperadores <> 0 then
                           move 63                                     to ws-msn-erro-ofsset
                           move ws-fs-relOperadores                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. relOperadores."     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-perform

           close relOperadores
           if ws-fs-relOperadores <> 0 then
               move 64                                     to ws-msn-erro-ofsset
               move ws-fs-relOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. relOperadores."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-nome-reloper to ws-cat-nome
           perform grava-catalogo-relatorio

           if ws-modo-lote = "S"
               move spaces to ws-log-texto
               string "Relatorio gerado: " ws-nome-reloper
                   delimited by size into ws-log-texto
               perform grava-log-lote
           else
               display erase
               display "Relatorio gerado: " at line 03 col 07
               display ws-nome-reloper at line 03 col 25
               display "Pressione ENTER para continuar..." at line 05 col 07
               accept ws-aux at line 05 col 42
           end-if
           .
       gera-relatorio-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-rop-msg-texto como uma linha de RELOPER.txt (chamada de
      *> dentro de gera-relatorio-operadores)
      *>------------------------------------------------------------------------
       grava-linha-operadores section.
           write fd-relOperadores-linha from ws-rop-msg-texto
           if ws-fs-relOperadores <> 0 then
               move 63                                     to ws-msn-erro-ofsset
               move ws-fs-relOperadores                    to ws-msn-erro-cod
               move "Erro ao gravar arq. relOperadores."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutenção do cadastro de locais (CADLOCAIS.txt): lista os locais
      *> cadastrados e permite incluir um local novo ou alterar o nome e a
      *> situação (ativo/inativo) de um local existente
      *>------------------------------------------------------------------------
       manutencao-locais section.
           move 99 to ws-edit-cod
           perform until ws-edit-cod = 0
               display erase
               display "---- Manutencao de Locais ----" at line 01 col 25
               display "Cod  Nome             Ativo  Faixa (min/max)" at line 03 col 07
      *> lista paginada em blocos de 10 linhas, para caber numa tela de
      *> 24 linhas mesmo com o cadastro na capacidade maxima
               move 4 to ws-lin-tela
               perform varying ws-cad-ind from 1 by 1 until ws-cad-ind > ws-qtd-cadloc
                   if ws-lin-tela > 13
                       display "Pressione ENTER para a proxima pagina..." at line 15 col 07
                       accept ws-aux at line 15 col 48
                       display erase
                       display "---- Manutencao de Locais ----" at line 01 col 25
                       display "Cod  Nome             Ativo  Faixa (min/max)" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   display ws-cadloc-cod(ws-cad-ind) at line ws-lin-tela col 07
                   display ws-cadloc-nome(ws-cad-ind) at line ws-lin-tela col 12
                   display ws-cadloc-ativo(ws-cad-ind) at line ws-lin-tela col 29
                   if ws-cadloc-lim-min(ws-cad-ind) <> ws-cadloc-lim-max(ws-cad-ind)
                       move ws-cadloc-lim-min(ws-cad-ind) to ws-faixa-min-edt
                       move ws-cadloc-lim-max(ws-cad-ind) to ws-faixa-max-edt
                       display ws-faixa-min-edt at line ws-lin-tela col 34
                       display ws-faixa-max-edt at line ws-lin-tela col 43
                   end-if
                   add 1 to ws-lin-tela
               end-perform
               display "Codigo a incluir/alterar (00 = voltar):" at line 20 col 07
               move 0 to ws-edit-cod
               accept ws-edit-cod at line 20 col 47
               if ws-edit-cod <> 0
                   perform busca-cadloc
                   move "S" to ws-edit-ok
                   if ws-cadloc-achou = "S"
      *> alteração: a tela já abre com os dados atuais do local
                       move ws-cadloc-nome(ws-cadloc-idx)    to ws-edit-nome
                       move ws-cadloc-ativo(ws-cadloc-idx)   to ws-edit-ativo
                       move ws-cadloc-lim-min(ws-cadloc-idx) to ws-edit-lim-min
                       move ws-cadloc-lim-max(ws-cadloc-idx) to ws-edit-lim-max
                       move ws-cadloc-umid-min(ws-cadloc-idx) to ws-edit-umid-min
                       move ws-cadloc-umid-max(ws-cadloc-idx) to ws-edit-umid-max
                       move ws-cadloc-contato-resp(ws-cadloc-idx) to ws-edit-contato-resp
                       move ws-cadloc-contato-esc(ws-cadloc-idx)  to ws-edit-contato-esc
                   else
                       if ws-qtd-cadloc >= ws-max-locais
                           move "N" to ws-edit-ok
                           display "Cadastro de locais cheio!" at line 20 col 07
                           display "Pressione ENTER para continuar..." at line 21 col 07
                           accept ws-aux at line 21 col 42
                       else
      *> inclusão: local novo já nasce ativo e sem faixa definida
                           move spaces to ws-edit-nome
                           move "S"    to ws-edit-ativo
                           move 0      to ws-edit-lim-min
                           move 0      to ws-edit-lim-max
                           move 0      to ws-edit-umid-min
                           move 0      to ws-edit-umid-max
                           move spaces to ws-edit-contato-resp
                           move spaces to ws-edit-contato-esc
                       end-if
                   end-if
                   if ws-edit-ok = "S"
                       display tela-cad-locais
                       accept tela-cad-locais
                       if ws-edit-nome = spaces
                           display "Nome do local e obrigatorio!" at line 20 col 07
                           display "Pressione ENTER para continuar..." at line 21 col 07
                           accept ws-aux at line 21 col 42
                       else
                           if ws-edit-ativo <> "S" and ws-edit-ativo <> "N"
                               display "Situacao invalida! Informe S ou N." at line 20 col 07
                               display "Pressione ENTER para continuar..." at line 21 col 07
                               accept ws-aux at line 21 col 42
                           else
                           if ws-edit-lim-min > ws-edit-lim-max
                               display "Faixa invalida! Minimo maior que maximo." at line 21 col 07
                               display "Pressione ENTER para continuar..." at line 22 col 07
                               accept ws-aux at line 22 col 42
                           else
                           if ws-edit-umid-min > ws-edit-umid-max
                              or ws-edit-umid-max > 100
                               display "Faixa de umidade invalida! Use 0 a 100." at line 21 col 07
                               display "Pressione ENTER para continuar..." at line 22 col 07
                               accept ws-aux at line 22 col 42
                           else
                               if ws-cadloc-achou = "S"
      *> imagem do registro antes da alteracao, para o diario de
      *> auditoria (uma mudanca de faixa move os limites que julgam as
      *> leituras de meses ja gravados)
                                   move ws-cadloc-cod(ws-cadloc-idx)     to ws-aud-loc-cod
                                   move ws-cadloc-nome(ws-cadloc-idx)    to ws-aud-loc-nome
                                   move ws-cadloc-ativo(ws-cadloc-idx)   to ws-aud-loc-ativo
                                   move ws-cadloc-lim-min(ws-cadloc-idx) to ws-aud-loc-min
                                   move ws-cadloc-lim-max(ws-cadloc-idx) to ws-aud-loc-max
                                   move ws-cadloc-umid-min(ws-cadloc-idx) to ws-aud-loc-umin
                                   move ws-cadloc-umid-max(ws-cadloc-idx) to ws-aud-loc-umax
                                   move ws-aud-img-local to ws-aud-img-antes
                                   move "LOCAL-ALT"      to ws-aud-evento
                                   move ws-edit-nome    to ws-cadloc-nome(ws-cadloc-idx)
                                   move ws-edit-ativo   to ws-cadloc-ativo(ws-cadloc-idx)
                                   move ws-edit-lim-min to ws-cadloc-lim-min(ws-cadloc-idx)
                                   move ws-edit-lim-max to ws-cadloc-lim-max(ws-cadloc-idx)
                                   move ws-edit-umid-min to ws-cadloc-umid-min(ws-cadloc-idx)
                                   move ws-edit-umid-max to ws-cadloc-umid-max(ws-cadloc-idx)
      *> troca de contato nao cabe na imagem do registro: vai para o
      *> diario em evento proprio
                                   if ws-edit-contato-resp <> ws-cadloc-contato-resp(ws-cadloc-idx)
                                      or ws-edit-contato-esc <> ws-cadloc-contato-esc(ws-cadloc-idx)
                                       move ws-operador-logado to ws-aud-operador
                                       move "LOCAL-CONT"       to ws-aud-evento
                                       move spaces to ws-aud-detalhe
                                       string ws-edit-cod " RESP: " ws-edit-contato-resp
                                           " ESC: " ws-edit-contato-esc
                                           delimited by size into ws-aud-detalhe
                                       perform grava-auditoria
                                       move "LOCAL-ALT"        to ws-aud-evento
                                   end-if
                                   move ws-edit-contato-resp to ws-cadloc-contato-resp(ws-cadloc-idx)
                                   move ws-edit-contato-esc  to ws-cadloc-contato-esc(ws-cadloc-idx)
                               else
                                   move "(inclusao)"     to ws-aud-img-antes
                                   move "LOCAL-INC"      to ws-aud-evento
                                   add 1 to ws-qtd-cadloc
                                   move ws-edit-cod     to ws-cadloc-cod(ws-qtd-cadloc)
                                   move ws-edit-nome    to ws-cadloc-nome(ws-qtd-cadloc)
                                   move ws-edit-ativo   to ws-cadloc-ativo(ws-qtd-cadloc)
                                   move ws-edit-lim-min to ws-cadloc-lim-min(ws-qtd-cadloc)
                                   move ws-edit-lim-max to ws-cadloc-lim-max(ws-qtd-cadloc)
                                   move ws-edit-umid-min to ws-cadloc-umid-min(ws-qtd-cadloc)
                                   move ws-edit-umid-max to ws-cadloc-umid-max(ws-qtd-cadloc)
                                   move ws-edit-contato-resp to ws-cadloc-contato-resp(ws-qtd-cadloc)
                                   move ws-edit-contato-esc  to ws-cadloc-contato-esc(ws-qtd-cadloc)
                               end-if
      *> regravando o cadastro e remontando a tabela de locais ativos
                               perform grava-locais
                               perform carrega-locais
      *> trilha de auditoria com a imagem antes/depois do registro
                               move ws-edit-cod     to ws-aud-loc-cod
                               move ws-edit-nome    to ws-aud-loc-nome
                               move ws-edit-ativo   to ws-aud-loc-ativo
                               move ws-edit-lim-min to ws-aud-loc-min
                               move ws-edit-lim-max to ws-aud-loc-max
                               move ws-edit-umid-min to ws-aud-loc-umin
                               move ws-edit-umid-max to ws-aud-loc-umax
                               move ws-aud-img-local   to ws-aud-img-depois
                               move ws-operador-logado to ws-aud-operador
                               move spaces to ws-aud-detalhe
                               string "ANTES: " ws-aud-img-antes
                                   " DEPOIS: " ws-aud-img-depois
                                   delimited by size into ws-aud-detalhe
                               perform grava-auditoria
                           end-if
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-locais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um código (ws-edit-cod) na tabela completa do cadastro de
      *> locais, devolvendo a posição em ws-cadloc-idx quando encontrado
      *>------------------------------------------------------------------------
       busca-cadloc section.
           move "N" to ws-cadloc-achou
           move 0   to ws-cadloc-idx
           perform varying ws-busca-ind from 1 by 1
                   until ws-busca-ind > ws-qtd-cadloc or ws-cadloc-achou = "S"
               if ws-cadloc-cod(ws-busca-ind) = ws-edit-cod
                   move "S"          to ws-cadloc-achou
                   move ws-busca-ind to ws-cadloc-idx
               end-if
           end-perform
           .
       busca-cadloc-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o cadastro de locais do arquivo CADLOCAIS.txt para a tabela
      *> completa (manutenção) e monta a tabela de processamento apenas com
      *> os locais ativos. Na primeira execução o arquivo ainda não existe e
      *> é semeado com os dois locais historicamente monitorados
      *>------------------------------------------------------------------------
       carrega-locais section.
           open input arqLocais
      *> status 35 (arquivo inexistente) é o único esperado na primeira
      *> execução; qualquer outro status é erro real
           if ws-fs-arqLocais = 35 then
               move 2            to ws-qtd-cadloc
               move 1            to ws-cadloc-cod(1)
               move "DEPOSITO"   to ws-cadloc-nome(1)
               move "S"          to ws-cadloc-ativo(1)
               move 2            to ws-cadloc-lim-min(1)
               move 8            to ws-cadloc-lim-max(1)
               move 0            to ws-cadloc-umid-min(1)
               move 0            to ws-cadloc-umid-max(1)
               move spaces       to ws-cadloc-contato-resp(1)
               move spaces       to ws-cadloc-contato-esc(1)
               move 2            to ws-cadloc-cod(2)
               move "DOCA-CARGA" to ws-cadloc-nome(2)
               move "S"          to ws-cadloc-ativo(2)
               move -50          to ws-cadloc-lim-min(2)
               move 25           to ws-cadloc-lim-max(2)
               move 0            to ws-cadloc-umid-min(2)
               move 0            to ws-cadloc-umid-max(2)
               move spaces       to ws-cadloc-contato-resp(2)
               move spaces       to ws-cadloc-contato-esc(2)
               perform grava-locais
           else
               if ws-fs-arqLocais <> 0 then
                   move 20                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLocais                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLocais."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move 0 to ws-qtd-cadloc
               perform until ws-fs-arqLocais = 10
                   read arqLocais
                   if ws-fs-arqLocais = 0 then
                       if ws-qtd-cadloc >= ws-max-locais then
                           move 21                                     to ws-msn-erro-ofsset
                           move 0                                      to ws-msn-erro-cod
                           move "Tabela de locais cheia."                to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-cadloc
                       move fd-locais-cod   to ws-cadloc-cod(ws-qtd-cadloc)
                       move fd-locais-nome  to ws-cadloc-nome(ws-qtd-cadloc)
                       move fd-locais-ativo to ws-cadloc-ativo(ws-qtd-cadloc)
                       move fd-locais-contato-resp to ws-cadloc-contato-resp(ws-qtd-cadloc)
                       move fd-locais-contato-esc  to ws-cadloc-contato-esc(ws-qtd-cadloc)
      *> cadastros gravados antes da faixa de operação existir vêm com os
      *> limites em branco: valem como faixa não definida
                       if fd-locais-lim-min is numeric
                          and fd-locais-lim-max is numeric
                           move fd-locais-lim-min to ws-cadloc-lim-min(ws-qtd-cadloc)
                           move fd-locais-lim-max to ws-cadloc-lim-max(ws-qtd-cadloc)
                       else
                           move 0 to ws-cadloc-lim-min(ws-qtd-cadloc)
                           move 0 to ws-cadloc-lim-max(ws-qtd-cadloc)
                       end-if
      *> cadastros gravados antes da faixa de umidade existir vem com os
      *> limites em branco: valem como faixa nao definida
                       if fd-locais-umid-min is numeric
                          and fd-locais-umid-max is numeric
                           move fd-locais-umid-min to ws-cadloc-umid-min(ws-qtd-cadloc)
                           move fd-locais-umid-max to ws-cadloc-umid-max(ws-qtd-cadloc)
                       else
                           move 0 to ws-cadloc-umid-min(ws-qtd-cadloc)
                           move 0 to ws-cadloc-umid-max(ws-qtd-cadloc)
                       end-if
                   else
                       if ws-fs-arqLocais <> 10 then
                           move 22                                     to ws-msn-erro-ofsset
                           move ws-fs-arqLocais                        to ws-msn-erro-cod
                           move "Erro ao ler arq. arqLocais."           to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqLocais
               if ws-fs-arqLocais <> 0 then
                   move 23                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLocais                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqLocais."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
      *> montando a tabela de processamento com todos os locais (os
      *> desativados continuam consultáveis no histórico; a digitação e a
      *> importação testam a situação) e contando os ativos
           move 0 to ws-qtd-locais
           move 0 to ws-qtd-locais-ativos
           perform varying ws-cad-ind from 1 by 1 until ws-cad-ind > ws-qtd-cadloc
               add 1 to ws-qtd-locais
               move ws-cadloc-cod(ws-cad-ind)     to ws-local-cod(ws-qtd-locais)
               move ws-cadloc-nome(ws-cad-ind)    to ws-local-nome(ws-qtd-locais)
               move ws-cadloc-ativo(ws-cad-ind)   to ws-local-ativo(ws-qtd-locais)
               move ws-cadloc-lim-min(ws-cad-ind) to ws-local-lim-min(ws-qtd-locais)
               move ws-cadloc-lim-max(ws-cad-ind) to ws-local-lim-max(ws-qtd-locais)
               move ws-cadloc-umid-min(ws-cad-ind) to ws-local-umid-min(ws-qtd-locais)
               move ws-cadloc-umid-max(ws-cad-ind) to ws-local-umid-max(ws-qtd-locais)
               move ws-cadloc-contato-resp(ws-cad-ind) to ws-local-contato-resp(ws-qtd-locais)
               move ws-cadloc-contato-esc(ws-cad-ind)  to ws-local-contato-esc(ws-qtd-locais)
               if ws-cadloc-ativo(ws-cad-ind) = "S" then
                   add 1 to ws-qtd-locais-ativos
               end-if
           end-perform
           .
       carrega-locais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADLOCAIS.txt inteiro a partir da tabela completa
      *> do cadastro de locais
      *>------------------------------------------------------------------------
       grava-locais section.
           open output arqLocais
           if ws-fs-arqLocais <> 0 then
               move 24                                     to ws-msn-erro-ofsset
               move ws-fs-arqLocais                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLocais."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-cad-ind from 1 by 1 until ws-cad-ind > ws-qtd-cadloc
               move ws-cadloc-cod(ws-cad-ind)     to fd-locais-cod
               move ws-cadloc-nome(ws-cad-ind)    to fd-locais-nome
               move ws-cadloc-ativo(ws-cad-ind)   to fd-locais-ativo
               move ws-cadloc-lim-min(ws-cad-ind) to fd-locais-lim-min
               move ws-cadloc-lim-max(ws-cad-ind) to fd-locais-lim-max
               move ws-cadloc-umid-min(ws-cad-ind) to fd-locais-umid-min
               move ws-cadloc-umid-max(ws-cad-ind) to fd-locais-umid-max
               move ws-cadloc-contato-resp(ws-cad-ind) to fd-locais-contato-resp
               move ws-cadloc-contato-esc(ws-cad-ind)  to fd-locais-contato-esc
               write fd-locais-reg
               if ws-fs-arqLocais <> 0 then
                   move 25                                     to ws-msn-erro-ofsset
                   move ws-fs-arqLocais                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqLocais."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqLocais
           if ws-fs-arqLocais <> 0 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqLocais                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqLocais."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-locais-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um código de local (ws-busca-local-cod) na tabela de locais
      *> cadastrados - ativos E desativados, pois a consulta e a correção
      *> do histórico dependem de encontrar locais já desativados -,
      *> devolvendo a posição em ws-local-idx quando encontrado
      *>------------------------------------------------------------------------
       busca-local section.
           move "N" to ws-busca-local-achou
           move 0   to ws-local-idx
           perform varying ws-busca-ind from 1 by 1
                   until ws-busca-ind > ws-qtd-locais or ws-busca-local-achou = "S"
               if ws-local-cod(ws-busca-ind) = ws-busca-local-cod
                   move "S"          to ws-busca-local-achou
                   move ws-busca-ind to ws-local-idx
               end-if
           end-perform
           .
       busca-local-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o cadastro de dataloggers (CADLOGGER.txt) para a tabela;
      *> sem arquivo, nenhum datalogger esta cadastrado ainda
      *>------------------------------------------------------------------------
       carrega-loggers section.
           move 0 to ws-qtd-logger
           open input arqLoggers
           if ws-fs-arqLoggers = 35 then
               continue
           else
               if ws-fs-arqLoggers <> 0 then
                   move 134                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLoggers                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLoggers."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqLoggers = 10
                   read arqLoggers
                   if ws-fs-arqLoggers = 0 then
                       if ws-qtd-logger >= ws-max-logger then
                           move 135                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela de dataloggers cheia."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-logger
                       move fd-logger-serie      to ws-logger-serie(ws-qtd-logger)
                       move fd-logger-local      to ws-logger-local(ws-qtd-logger)
                       move fd-logger-ativo      to ws-logger-ativo(ws-qtd-logger)
                       move fd-logger-ult-calib  to ws-logger-ult-calib(ws-qtd-logger)
                       move fd-logger-prox-calib to ws-logger-prox-calib(ws-qtd-logger)
                       move fd-logger-correcao   to ws-logger-correcao(ws-qtd-logger)
                   else
                       if ws-fs-arqLoggers <> 10 then
                           move 136                                 to ws-msn-erro-ofsset
                           move ws-fs-arqLoggers                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqLoggers."        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqLoggers
               if ws-fs-arqLoggers <> 0 then
                   move 137                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLoggers                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqLoggers."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-loggers-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADLOGGER.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-loggers section.
           open output arqLoggers
           if ws-fs-arqLoggers <> 0 then
               move 138                                    to ws-msn-erro-ofsset
               move ws-fs-arqLoggers                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLoggers."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-logger-ind from 1 by 1 until ws-logger-ind > ws-qtd-logger
               move ws-logger-serie(ws-logger-ind)      to fd-logger-serie
               move ws-logger-local(ws-logger-ind)      to fd-logger-local
               move ws-logger-ativo(ws-logger-ind)      to fd-logger-ativo
               move ws-logger-ult-calib(ws-logger-ind)  to fd-logger-ult-calib
               move ws-logger-prox-calib(ws-logger-ind) to fd-logger-prox-calib
               move ws-logger-correcao(ws-logger-ind)   to fd-logger-correcao
               write fd-logger-reg
               if ws-fs-arqLoggers <> 0 then
                   move 139                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLoggers                       to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqLoggers."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqLoggers
           if ws-fs-arqLoggers <> 0 then
               move 140                                    to ws-msn-erro-ofsset
               move ws-fs-arqLoggers                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqLoggers."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-loggers-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um numero de serie (ws-busca-logger-serie) na tabela de
      *> dataloggers, devolvendo a posicao em ws-logger-idx
      *>------------------------------------------------------------------------
       busca-logger section.
           move "N" to ws-busca-logger-achou
           move 0   to ws-logger-idx
           perform varying ws-logger-ind from 1 by 1
                   until ws-logger-ind > ws-qtd-logger or ws-busca-logger-achou = "S"
               if ws-logger-serie(ws-logger-ind) = ws-busca-logger-serie
                   move "S"           to ws-busca-logger-achou
                   move ws-logger-ind to ws-logger-idx
               end-if
           end-perform
           .
       busca-logger-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao do cadastro de dataloggers (CADLOGGER.txt): lista os
      *> equipamentos e permite incluir um novo ou alterar o local, a
      *> situacao, as datas de calibracao e a correcao do certificado
      *>------------------------------------------------------------------------
       manutencao-loggers section.
           perform carrega-loggers
           move "CONTINUA"   to ws-edlog-serie
           perform until ws-edlog-serie = spaces
               display erase
               display "---- Manutencao de Dataloggers ----" at line 01 col 23
               display "Serie       Local Ativo Ult.calib Prox.calib Correcao" at line 03 col 07
      *> lista paginada em blocos de 10 linhas, como os demais cadastros
               move 4 to ws-lin-tela
               perform varying ws-logger-ind from 1 by 1 until ws-logger-ind > ws-qtd-logger
                   if ws-lin-tela > 13
                       display "Pressione ENTER para a proxima pagina..." at line 15 col 07
                       accept ws-aux at line 15 col 48
                       display erase
                       display "---- Manutencao de Dataloggers ----" at line 01 col 23
                       display "Serie       Local Ativo Ult.calib Prox.calib Correcao" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   move ws-logger-correcao(ws-logger-ind) to ws-aud-log-corr
                   display ws-logger-serie(ws-logger-ind) at line ws-lin-tela col 07
                   display ws-logger-local(ws-logger-ind) at line ws-lin-tela col 19
                   display ws-logger-ativo(ws-logger-ind) at line ws-lin-tela col 25
                   display ws-logger-ult-calib(ws-logger-ind) at line ws-lin-tela col 31
                   display ws-logger-prox-calib(ws-logger-ind) at line ws-lin-tela col 41
                   display ws-aud-log-corr at line ws-lin-tela col 53
                   add 1 to ws-lin-tela
               end-perform
               display "Serie a incluir/alterar (vazio = voltar):" at line 20 col 07
               move spaces to ws-edlog-serie
               accept ws-edlog-serie at line 20 col 49
               if ws-edlog-serie <> spaces
                   move ws-edlog-serie to ws-busca-logger-serie
                   perform busca-logger
                   move "S" to ws-edit-ok
                   if ws-busca-logger-achou = "S"
      *> alteracao: a tela ja abre com os dados atuais do datalogger
                       move ws-logger-local(ws-logger-idx)      to ws-edlog-local
                       move ws-logger-ativo(ws-logger-idx)      to ws-edlog-ativo
                       move ws-logger-ult-calib(ws-logger-idx)  to ws-edlog-ult-calib
                       move ws-logger-prox-calib(ws-logger-idx) to ws-edlog-prox-calib
                       move ws-logger-correcao(ws-logger-idx)   to ws-edlog-correcao
                   else
                       if ws-qtd-logger >= ws-max-logger
                           move "N" to ws-edit-ok
                           display "Cadastro de dataloggers cheio!" at line 20 col 07
                           display "Pressione ENTER para continuar..." at line 21 col 07
                           accept ws-aux at line 21 col 42
                       else
      *> inclusao: datalogger novo ja nasce ativo e sem correcao
                           move 0   to ws-edlog-local
                           move "S" to ws-edlog-ativo
                           move 0   to ws-edlog-ult-calib
                           move 0   to ws-edlog-prox-calib
                           move 0   to ws-edlog-correcao
                       end-if
                   end-if
                   if ws-edit-ok = "S"
                       display tela-cad-logger
                       accept tela-cad-logger
                       move ws-edlog-local to ws-busca-local-cod
                       perform busca-local
                       if ws-busca-local-achou = "N"
                           display "Local nao cadastrado!" at line 21 col 07
                           display "Pressione ENTER para continuar..." at line 22 col 07
                           accept ws-aux at line 22 col 42
                       else
                           if ws-edlog-ativo <> "S" and ws-edlog-ativo <> "N"
                               display "Situacao invalida! Informe S ou N." at line 21 col 07
                               display "Pressione ENTER para continuar..." at line 22 col 07
                               accept ws-aux at line 22 col 42
                           else
                           if function test-date-yyyymmdd(ws-edlog-ult-calib) <> 0
                              or function test-date-yyyymmdd(ws-edlog-prox-calib) <> 0
                              or ws-edlog-ult-calib > ws-edlog-prox-calib
                               display "Datas de calibracao invalidas (AAAAMMDD)!" at line 21 col 07
                               display "Pressione ENTER para continuar..." at line 22 col 07
                               accept ws-aux at line 22 col 42
                           else
                               if ws-busca-logger-achou = "S"
      *> imagem do registro antes da alteracao, para o diario de
      *> auditoria (a correcao muda o valor gravado das leituras)
                                   move ws-logger-serie(ws-logger-idx)      to ws-aud-log-serie
                                   move ws-logger-local(ws-logger-idx)      to ws-aud-log-local
                                   move ws-logger-ativo(ws-logger-idx)      to ws-aud-log-ativo
                                   move ws-logger-ult-calib(ws-logger-idx)  to ws-aud-log-ult
                                   move ws-logger-prox-calib(ws-logger-idx) to ws-aud-log-prox
                                   move ws-logger-correcao(ws-logger-idx)   to ws-aud-log-corr
                                   move ws-aud-img-logger to ws-aud-img-antes
                                   move "LOGGER-ALT"      to ws-aud-evento
                               else
                                   move "(inclusao)"      to ws-aud-img-antes
                                   move "LOGGER-INC"      to ws-aud-evento
                                   add 1 to ws-qtd-logger
                                   move ws-qtd-logger     to ws-logger-idx
                                   move ws-edlog-serie    to ws-logger-serie(ws-logger-idx)
                               end-if
                               move ws-edlog-local      to ws-logger-local(ws-logger-idx)
                               move ws-edlog-ativo      to ws-logger-ativo(ws-logger-idx)
                               move ws-edlog-ult-calib  to ws-logger-ult-calib(ws-logger-idx)
                               move ws-edlog-prox-calib to ws-logger-prox-calib(ws-logger-idx)
                               move ws-edlog-correcao   to ws-logger-correcao(ws-logger-idx)
                               perform grava-loggers
      *> trilha de auditoria com a imagem antes/depois do registro
                               move ws-edlog-serie      to ws-aud-log-serie
                               move ws-edlog-local      to ws-aud-log-local
                               move ws-edlog-ativo      to ws-aud-log-ativo
                               move ws-edlog-ult-calib  to ws-aud-log-ult
                               move ws-edlog-prox-calib to ws-aud-log-prox
                               move ws-edlog-correcao   to ws-aud-log-corr
                               move ws-aud-img-logger   to ws-aud-img-depois
                               move ws-operador-logado  to ws-aud-operador
                               move spaces to ws-aud-detalhe
                               string "ANTES: " ws-aud-img-antes
                                   " DEPOIS: " ws-aud-img-depois
                                   delimited by size into ws-aud-detalhe
                               perform grava-auditoria
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-loggers-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validacao do datalogger de uma leitura importada (chamada de
      *> dentro de valida-registro-importado, com a leitura ja aprovada
      *> nos demais testes): o logger tem de estar cadastrado e ativo,
      *> instalado no local da leitura e com a calibracao valida na data
      *> da leitura. Aceito, devolve em ws-imp-temp-corr a leitura com a
      *> correcao do certificado aplicada
      *>------------------------------------------------------------------------
       valida-logger-importado section.
           move imp-logger to ws-busca-logger-serie
           perform busca-logger
           if ws-busca-logger-achou = "N"
               move "Datalogger nao cadastrado"       to ws-rej-motivo
           else
           if ws-logger-ativo(ws-logger-idx) <> "S"
               move "Datalogger inativo"              to ws-rej-motivo
           else
               if ws-logger-local(ws-logger-idx) <> imp-local-cod
                   move "Datalogger de outro local"   to ws-rej-motivo
               else
                   compute ws-calib-data-leitura = ws-consulta-aaaamm * 100 + imp-dia
                   if ws-calib-data-leitura > ws-logger-prox-calib(ws-logger-idx)
                      or ws-calib-data-leitura < ws-logger-ult-calib(ws-logger-idx)
                       move "Calibracao do logger vencida" to ws-rej-motivo
                   else
                       compute ws-imp-temp-corr = imp-temperatura
                                                + ws-logger-correcao(ws-logger-idx)
                       if ws-imp-temp-corr < -50 or ws-imp-temp-corr > 60
                           move "Temperatura fora de -50 a +60"  to ws-rej-motivo
                       end-if
                   end-if
               end-if
           end-if
           end-if
           .
       valida-logger-importado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio mensal das calibracoes a vencer (RELCALIB-AAAAMM.txt):
      *> os dataloggers ativos cuja proxima calibracao cai nos proximos
      *> ws-calib-dias-aviso dias a contar de hoje, e os ja vencidos, para
      *> a metrologia programar o recolhimento (menu e passo V do lote)
      *>------------------------------------------------------------------------
       relatorio-calibracao section.
           perform carrega-loggers
           accept ws-calib-hoje from date yyyymmdd
           compute ws-calib-limite = function date-of-integer
                   (function integer-of-date(ws-calib-hoje) + ws-calib-dias-aviso)
           move ws-calib-hoje(1:6) to ws-nome-relcalib-aaaamm
           open output relCalibracao
           if ws-fs-relCalibracao <> 0 then
               move 141                                    to ws-msn-erro-ofsset
               move ws-fs-relCalibracao                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relCalibracao."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-calib-msg-texto
           string "Calibracoes a vencer ate " ws-calib-limite
               " (emitido em " ws-calib-hoje ")"
               delimited by size into ws-calib-msg-texto
           perform grava-linha-calibracao
           move spaces to ws-calib-msg-texto
           perform grava-linha-calibracao
           move "Serie       Local                Ult.calib  Prox.calib Situacao"
               to ws-calib-msg-texto
           perform grava-linha-calibracao
           move 0 to ws-calib-qtd
           perform varying ws-logger-ind from 1 by 1 until ws-logger-ind > ws-qtd-logger
               if ws-logger-ativo(ws-logger-ind) = "S"
                  and ws-logger-prox-calib(ws-logger-ind) <= ws-calib-limite
                   move ws-logger-serie(ws-logger-ind)      to ws-calib-lin-serie
                   move ws-logger-local(ws-logger-ind)      to ws-calib-lin-local
                   move ws-logger-local(ws-logger-ind)      to ws-busca-local-cod
                   perform busca-local
                   if ws-busca-local-achou = "S"
                       move ws-local-nome(ws-local-idx) to ws-calib-lin-nome
                   else
                       move "(nao cadastrado)"           to ws-calib-lin-nome
                   end-if
                   move ws-logger-ult-calib(ws-logger-ind)  to ws-calib-lin-ult
                   move ws-logger-prox-calib(ws-logger-ind) to ws-calib-lin-prox
                   if ws-logger-prox-calib(ws-logger-ind) < ws-calib-hoje
                       move "VENCIDA"  to ws-calib-lin-situacao
                   else
                       move "A VENCER" to ws-calib-lin-situacao
                   end-if
                   move ws-calib-lin-det to ws-calib-msg-texto
                   perform grava-linha-calibracao
                   add 1 to ws-calib-qtd
               end-if
           end-perform
           move ws-calib-qtd to ws-calib-qtd-edt
           move spaces to ws-calib-msg-texto
           perform grava-linha-calibracao
           move spaces to ws-calib-msg-texto
           string "Dataloggers listados: " ws-calib-qtd-edt
               delimited by size into ws-calib-msg-texto
           perform grava-linha-calibracao
           close relCalibracao
           if ws-fs-relCalibracao <> 0 then
               move 143                                    to ws-msn-erro-ofsset
               move ws-fs-relCalibracao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. relCalibracao."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-nome-relcalib to ws-cat-nome
           perform grava-catalogo-relatorio
           if ws-modo-lote = "S"
               move spaces to ws-log-texto
               string "Relatorio gerado: " ws-nome-relcalib
                   " (" ws-calib-qtd-edt " dataloggers)"
                   delimited by size into ws-log-texto
               perform grava-log-lote
           else
               display erase
               display "Relatorio gerado: " at line 03 col 07
               display ws-nome-relcalib at line 03 col 25
               display "Dataloggers a calibrar: " at line 04 col 07
               display ws-calib-qtd-edt at line 04 col 31
               display "Pressione ENTER para continuar..." at line 06 col 07
               accept ws-aux at line 06 col 42
           end-if
           .
       relatorio-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-calib-msg-texto como uma linha de RELCALIB.txt (chamada
      *> de dentro de relatorio-calibracao)
      *>------------------------------------------------------------------------
       grava-linha-calibracao section.
           write fd-relCalibracao-linha from ws-calib-msg-texto
           if ws-fs-relCalibracao <> 0 then
               move 142                                    to ws-msn-erro-ofsset
               move ws-fs-relCalibracao                    to ws-msn-erro-cod
               move "Erro ao gravar arq. relCalibracao."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Armazenagem de lotes (menu): submenu com a manutencao do registro,
      *> a carga do arquivo de movimentacao de estoque e o relatorio de
      *> impacto das excursoes
      *>------------------------------------------------------------------------
       armazenagem-lotes section.
           move space to ws-lote-opcao
           perform until ws-lote-opcao = "V" or ws-lote-opcao = "v"
               display tela-lotes-menu
               accept tela-lotes-menu
               evaluate ws-lote-opcao
                   when "1"
                       perform manutencao-lotes
                   when "2"
                       perform carga-mov-estoque
                   when "3"
                       perform relatorio-impacto
                   when "V"
                   when "v"
                       continue
                   when other
                       display "Opcao invalida!" at line 10 col 07
                       display "Pressione ENTER para continuar..." at line 12 col 07
                       accept ws-aux at line 12 col 42
               end-evaluate
           end-perform
           .
       armazenagem-lotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o registro de armazenagem (CADLOTE.txt) para a tabela;
      *> sem arquivo, nenhum lote foi registrado ainda
      *>------------------------------------------------------------------------
       carrega-lotes section.
           move 0 to ws-qtd-lote
           open input arqLotes
           if ws-fs-arqLotes = 35 then
               continue
           else
               if ws-fs-arqLotes <> 0 then
                   move 144                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLotes                         to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLotes."           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqLotes = 10
                   read arqLotes
                   if ws-fs-arqLotes = 0 then
                       if ws-qtd-lote >= ws-max-lote then
                           move 145                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela de lotes cheia."              to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-lote
                       move fd-lote-num       to ws-lote-num(ws-qtd-lote)
                       move fd-lote-local     to ws-lote-local(ws-qtd-lote)
                       move fd-lote-produto   to ws-lote-produto(ws-qtd-lote)
                       move fd-lote-prod-desc to ws-lote-prod-desc(ws-qtd-lote)
                       move fd-lote-prod-min  to ws-lote-prod-min(ws-qtd-lote)
                       move fd-lote-prod-max  to ws-lote-prod-max(ws-qtd-lote)
                       move fd-lote-entrada   to ws-lote-entrada(ws-qtd-lote)
                       move fd-lote-saida     to ws-lote-saida(ws-qtd-lote)
                   else
                       if ws-fs-arqLotes <> 10 then
                           move 146                                 to ws-msn-erro-ofsset
                           move ws-fs-arqLotes                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqLotes."          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqLotes
               if ws-fs-arqLotes <> 0 then
                   move 147                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLotes                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqLotes."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-lotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADLOTE.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-lotes section.
           open output arqLotes
           if ws-fs-arqLotes <> 0 then
               move 148                                    to ws-msn-erro-ofsset
               move ws-fs-arqLotes                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLotes."           to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-lote-ind from 1 by 1 until ws-lote-ind > ws-qtd-lote
               move ws-lote-num(ws-lote-ind)       to fd-lote-num
               move ws-lote-local(ws-lote-ind)     to fd-lote-local
               move ws-lote-produto(ws-lote-ind)   to fd-lote-produto
               move ws-lote-prod-desc(ws-lote-ind) to fd-lote-prod-desc
               move ws-lote-prod-min(ws-lote-ind)  to fd-lote-prod-min
               move ws-lote-prod-max(ws-lote-ind)  to fd-lote-prod-max
               move ws-lote-entrada(ws-lote-ind)   to fd-lote-entrada
               move ws-lote-saida(ws-lote-ind)     to fd-lote-saida
               write fd-lote-reg
               if ws-fs-arqLotes <> 0 then
                   move 149                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLotes                         to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqLotes."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqLotes
           if ws-fs-arqLotes <> 0 then
               move 150                                    to ws-msn-erro-ofsset
               move ws-fs-arqLotes                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arqLotes."          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-lotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca um lote/local (ws-busca-lote-num/ws-busca-lote-local) na
      *> tabela de armazenagem, devolvendo a posicao em ws-lote-idx. O
      *> mesmo lote pode ter varias estadias no local: vale a estadia em
      *> aberto (saida zero, ws-busca-lote-aberto "S"); sem ela, a ultima
      *> estadia encerrada
      *>------------------------------------------------------------------------
       busca-lote section.
           move "N" to ws-busca-lote-achou
           move "N" to ws-busca-lote-aberto
           move 0   to ws-lote-idx
           perform varying ws-lote-ind from 1 by 1
                   until ws-lote-ind > ws-qtd-lote or ws-busca-lote-aberto = "S"
               if ws-lote-num(ws-lote-ind) = ws-busca-lote-num
                  and ws-lote-local(ws-lote-ind) = ws-busca-lote-local
                   move "S"         to ws-busca-lote-achou
                   move ws-lote-ind to ws-lote-idx
                   if ws-lote-saida(ws-lote-ind) = 0
                       move "S" to ws-busca-lote-aberto
                   end-if
               end-if
           end-perform
           .
       busca-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao do registro de armazenagem (CADLOTE.txt): lista os
      *> lotes e permite incluir um lote num local ou alterar o produto,
      *> a faixa de armazenagem e as datas de entrada/saida
      *>------------------------------------------------------------------------
       manutencao-lotes section.
           perform carrega-lotes
           move "CONTINUA"   to ws-edlot-num
           perform until ws-edlot-num = spaces
               display erase
               display "---- Registro de Lotes ----" at line 01 col 27
               display "Lote         Lc Produto    Entrada  Saida" at line 03 col 07
      *> lista paginada em blocos de 8 linhas: a tela de edicao ocupa a
      *> parte de baixo
               move 4 to ws-lin-tela
               perform varying ws-lote-ind from 1 by 1 until ws-lote-ind > ws-qtd-lote
                   if ws-lin-tela > 11
                       display "Pressione ENTER para a proxima pagina..." at line 12 col 07
                       accept ws-aux at line 12 col 48
                       display erase
                       display "---- Registro de Lotes ----" at line 01 col 27
                       display "Lote         Lc Produto    Entrada  Saida" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   display ws-lote-num(ws-lote-ind) at line ws-lin-tela col 07
                   display ws-lote-local(ws-lote-ind) at line ws-lin-tela col 20
                   display ws-lote-produto(ws-lote-ind) at line ws-lin-tela col 23
                   display ws-lote-entrada(ws-lote-ind) at line ws-lin-tela col 34
                   display ws-lote-saida(ws-lote-ind) at line ws-lin-tela col 43
                   add 1 to ws-lin-tela
               end-perform
               display "Lote a incluir/alterar (vazio = voltar):" at line 22 col 07
               move spaces to ws-edlot-num
               accept ws-edlot-num at line 22 col 48
               if ws-edlot-num <> spaces
                   display "Local do lote:" at line 23 col 07
                   move 0 to ws-edlot-local
                   accept ws-edlot-local at line 23 col 22
                   move ws-edlot-local to ws-busca-local-cod
                   perform busca-local
                   move "S" to ws-edit-ok
                   if ws-busca-local-achou = "N"
                       move "N" to ws-edit-ok
                       display "Local nao cadastrado!" at line 23 col 07
                       display "Pressione ENTER para continuar..." at line 24 col 07
                       accept ws-aux at line 24 col 42
                   else
                       move ws-edlot-num   to ws-busca-lote-num
                       move ws-edlot-local to ws-busca-lote-local
                       perform busca-lote
                       if ws-busca-lote-achou = "S"
      *> alteracao: a tela ja abre com os dados atuais do lote
                           move ws-lote-produto(ws-lote-idx)   to ws-edlot-produto
                           move ws-lote-prod-desc(ws-lote-idx) to ws-edlot-prod-desc
                           move ws-lote-prod-min(ws-lote-idx)  to ws-edlot-prod-min
                           move ws-lote-prod-max(ws-lote-idx)  to ws-edlot-prod-max
                           move ws-lote-entrada(ws-lote-idx)   to ws-edlot-entrada
                           move ws-lote-saida(ws-lote-idx)     to ws-edlot-saida
                       else
                           if ws-qtd-lote >= ws-max-lote
                               move "N" to ws-edit-ok
                               display "Registro de lotes cheio!" at line 23 col 07
                               display "Pressione ENTER para continuar..." at line 24 col 07
                               accept ws-aux at line 24 col 42
                           else
      *> inclusao: lote novo entra hoje e ainda esta no local
                               move spaces to ws-edlot-produto
                               move spaces to ws-edlot-prod-desc
                               move 0      to ws-edlot-prod-min
                               move 0      to ws-edlot-prod-max
                               accept ws-edlot-entrada from date yyyymmdd
                               move 0      to ws-edlot-saida
                           end-if
                       end-if
                   end-if
                   if ws-edit-ok = "S"
                       display erase
                       display "---- Registro de Lotes ----" at line 01 col 27
                       display tela-cad-lote
                       accept tela-cad-lote
                       if ws-edlot-produto = spaces
                           display "Produto do lote e obrigatorio!" at line 22 col 07
                           display "Pressione ENTER para continuar..." at line 23 col 07
                           accept ws-aux at line 23 col 42
                       else
                           if ws-edlot-prod-min > ws-edlot-prod-max
                               display "Faixa invalida! Minimo maior que maximo." at line 22 col 07
                               display "Pressione ENTER para continuar..." at line 23 col 07
                               accept ws-aux at line 23 col 42
                           else
                           if function test-date-yyyymmdd(ws-edlot-entrada) <> 0
                              or (ws-edlot-saida <> 0
                                  and (function test-date-yyyymmdd(ws-edlot-saida) <> 0
                                       or ws-edlot-saida < ws-edlot-entrada))
                               display "Datas invalidas (AAAAMMDD, saida >= entrada)!" at line 22 col 07
                               display "Pressione ENTER para continuar..." at line 23 col 07
                               accept ws-aux at line 23 col 42
                           else
                               if ws-busca-lote-achou = "S"
      *> imagem do registro antes da alteracao, para o diario de
      *> auditoria (as datas decidem quais lotes uma excursao atinge)
                                   move ws-lote-num(ws-lote-idx)     to ws-aud-lot-num
                                   move ws-lote-local(ws-lote-idx)   to ws-aud-lot-local
                                   move ws-lote-produto(ws-lote-idx) to ws-aud-lot-produto
                                   move ws-lote-entrada(ws-lote-idx) to ws-aud-lot-entrada
                                   move ws-lote-saida(ws-lote-idx)   to ws-aud-lot-saida
                                   move ws-aud-img-lote to ws-aud-img-antes
                                   move "LOTE-ALT"      to ws-aud-evento
                               else
                                   move "(inclusao)"    to ws-aud-img-antes
                                   move "LOTE-INC"      to ws-aud-evento
                                   add 1 to ws-qtd-lote
                                   move ws-qtd-lote     to ws-lote-idx
                                   move ws-edlot-num    to ws-lote-num(ws-lote-idx)
                                   move ws-edlot-local  to ws-lote-local(ws-lote-idx)
                               end-if
                               move ws-edlot-produto   to ws-lote-produto(ws-lote-idx)
                               move ws-edlot-prod-desc to ws-lote-prod-desc(ws-lote-idx)
                               move ws-edlot-prod-min  to ws-lote-prod-min(ws-lote-idx)
                               move ws-edlot-prod-max  to ws-lote-prod-max(ws-lote-idx)
                               move ws-edlot-entrada   to ws-lote-entrada(ws-lote-idx)
                               move ws-edlot-saida     to ws-lote-saida(ws-lote-idx)
                               perform grava-lotes
      *> trilha de auditoria com a imagem antes/depois do registro
                               move ws-edlot-num       to ws-aud-lot-num
                               move ws-edlot-local     to ws-aud-lot-local
                               move ws-edlot-produto   to ws-aud-lot-produto
                               move ws-edlot-entrada   to ws-aud-lot-entrada
                               move ws-edlot-saida     to ws-aud-lot-saida
                               move ws-aud-img-lote    to ws-aud-img-depois
                               move ws-operador-logado to ws-aud-operador
                               move spaces to ws-aud-detalhe
                               string "ANTES: " ws-aud-img-antes
                               perform grava-auditoria
                           end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-lotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carga do arquivo de movimentacao de estoque (MOVESTQ.txt) no
      *> registro de armazenagem (menu e passo M do lote): a entrada
      *> inclui o lote no local (ou atualiza o que ja existe) e a saida
      *> fecha a permanencia com a data. Linha invalida ou saida de lote
      *> desconhecido e contada como rejeitada
      *>------------------------------------------------------------------------
       carga-mov-estoque section.
           perform carrega-lotes
           move 0 to ws-mov-aceitos
           move 0 to ws-mov-rejeitados
           open input arqMovEstoque
           if ws-fs-arqMovEstoque = 35 then
               if ws-modo-lote = "S"
                   move "MOVESTQ.txt nao encontrado: nada carregado" to ws-log-texto
                   perform grava-log-lote
               else
                   display erase
                   display "Arquivo MOVESTQ.txt nao encontrado!" at line 05 col 07
                   display "Pressione ENTER para continuar..." at line 07 col 07
                   accept ws-aux at line 07 col 42
               end-if
           else
               if ws-fs-arqMovEstoque <> 0 then
                   move 151                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMovEstoque                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqMovEstoque."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqMovEstoque = 10
                   read arqMovEstoque
                   if ws-fs-arqMovEstoque <> 0 and ws-fs-arqMovEstoque <> 10 then
                       move 152                                    to ws-msn-erro-ofsset
                       move ws-fs-arqMovEstoque                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqMovEstoque."        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqMovEstoque = 0 then
                       perform aplica-mov-estoque
                   end-if
               end-perform
               close arqMovEstoque
               if ws-fs-arqMovEstoque <> 0 then
                   move 153                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMovEstoque                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqMovEstoque."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform grava-lotes
      *> trilha de auditoria da carga, com as contagens
               move ws-mov-aceitos    to ws-mov-aceitos-edt
               move ws-mov-rejeitados to ws-mov-rejeitados-edt
               move ws-operador-logado to ws-aud-operador
               move "MOV-ESTQ"         to ws-aud-evento
               move spaces to ws-aud-detalhe
               string "Carga MOVESTQ.txt: " ws-mov-aceitos-edt " aceitos, "
                   ws-mov-rejeitados-edt " rejeitados"
                   delimited by size into ws-aud-detalhe
               perform grava-auditoria
               if ws-modo-lote = "S"
                   move spaces to ws-log-texto
                   string "Movimentacao de estoque: " ws-mov-aceitos-edt
                       " aceitos, " ws-mov-rejeitados-edt " rejeitados"
                       delimited by size into ws-log-texto
                   perform grava-log-lote
                   if ws-mov-rejeitados > 0 and ws-lote-rc < 4
                       move 4 to ws-lote-rc
                   end-if
               else
                   display erase
                   display "Carga da movimentacao concluida." at line 03 col 07
                   display "Movimentos aceitos    : " at line 05 col 07
                   display ws-mov-aceitos-edt at line 05 col 31
                   display "Movimentos rejeitados : " at line 06 col 07
                   display ws-mov-rejeitados-edt at line 06 col 31
                   display "Pressione ENTER para continuar..." at line 08 col 07
                   accept ws-aux at line 08 col 42
               end-if
           end-if
           .
       carga-mov-estoque-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Aplica um movimento lido do MOVESTQ.txt a tabela de armazenagem
      *> (chamada de dentro de carga-mov-estoque)
      *>------------------------------------------------------------------------
       aplica-mov-estoque section.
           move "S" to ws-mov-valido
           if fd-mov-local is not numeric
              or fd-mov-data is not numeric
              or fd-mov-lote = spaces
               move "N" to ws-mov-valido
           else
               if function test-date-yyyymmdd(fd-mov-data) <> 0
                   move "N" to ws-mov-valido
               else
                   move fd-mov-local to ws-busca-local-cod
                   perform busca-local
                   if ws-busca-local-achou = "N"
                       move "N" to ws-mov-valido
                   end-if
               end-if
           end-if
           if ws-mov-valido = "S"
               move fd-mov-lote  to ws-busca-lote-num
               move fd-mov-local to ws-busca-lote-local
               perform busca-lote
               evaluate true
                   when fd-mov-tipo = "E"
      *> entrada: faixa do produto nao numerica vale como nao informada;
      *> lote que ja saiu do local volta numa estadia nova, preservando
      *> as datas da estadia encerrada
                       if ws-busca-lote-aberto = "N"
                           if ws-qtd-lote >= ws-max-lote then
                               move 145                                 to ws-msn-erro-ofsset
                               move 0                                   to ws-msn-erro-cod
                               move "Tabela de lotes cheia."              to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-lote
                           move ws-qtd-lote  to ws-lote-idx
                           move fd-mov-lote  to ws-lote-num(ws-lote-idx)
                           move fd-mov-local to ws-lote-local(ws-lote-idx)
                       end-if
                       move fd-mov-produto   to ws-lote-produto(ws-lote-idx)
                       move fd-mov-prod-desc to ws-lote-prod-desc(ws-lote-idx)
                       if fd-mov-prod-min is numeric and fd-mov-prod-max is numeric
                           move fd-mov-prod-min to ws-lote-prod-min(ws-lote-idx)
                           move fd-mov-prod-max to ws-lote-prod-max(ws-lote-idx)
                       else
                           move 0 to ws-lote-prod-min(ws-lote-idx)
                           move 0 to ws-lote-prod-max(ws-lote-idx)
                       end-if
                       move fd-mov-data      to ws-lote-entrada(ws-lote-idx)
                       move 0                to ws-lote-saida(ws-lote-idx)
                       add 1 to ws-mov-aceitos
      *> saida so encerra a estadia em aberto; sem ela o movimento e
      *> rejeitado
                   when fd-mov-tipo = "S" and ws-busca-lote-aberto = "S"
                       if fd-mov-data < ws-lote-entrada(ws-lote-idx)
                           add 1 to ws-mov-rejeitados
                       else
                           move fd-mov-data to ws-lote-saida(ws-lote-idx)
                           add 1 to ws-mov-aceitos
                       end-if
                   when other
                       add 1 to ws-mov-rejeitados
               end-evaluate
           else
               add 1 to ws-mov-rejeitados
           end-if
           .
       aplica-mov-estoque-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Relatorio de impacto das excursoes (RELIMPAC-AAAAMM.txt): cada
      *> ocorrencia de excursao da competencia cruzada com os lotes que
      *> estavam no local naquele dia, com a faixa de armazenagem do
      *> produto e a sugestao: QUARENTENA quando a leitura saiu da faixa
      *> do produto, LIBERAVEL quando ficou dentro dela e AVALIAR quando
      *> o produto nao tem faixa informada (menu e passo Q do lote)
      *>------------------------------------------------------------------------
       relatorio-impacto section.
      *> no modo lote a competencia ja vem do PARAMLOTE.txt
           if ws-modo-lote not = "S"
               perform seleciona-competencia
           end-if
           perform carrega-ocorrencias
           perform carrega-lotes
           move ws-consulta-aaaamm to ws-nome-relimpac-aaaamm
           open output relImpacto
           if ws-fs-relImpacto <> 0 then
               move 154                                    to ws-msn-erro-ofsset
               move ws-fs-relImpacto                       to ws-msn-erro-cod
               move "Erro ao abrir arq. relImpacto."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move spaces to ws-ipc-msg-texto
           string "Impacto das excursoes nos lotes armazenados - competencia "
               ws-consulta-aaaamm
               delimited by size into ws-ipc-msg-texto
           perform grava-linha-impacto
           move 0 to ws-ipc-qtd-exc
           move 0 to ws-ipc-qtd-lotes
           move 0 to ws-ipc-qtd-quar
           perform varying ws-ocor-ind from 1 by 1 until ws-ocor-ind > ws-qtd-ocor
               if ws-ocor-aaaamm(ws-ocor-ind) = ws-consulta-aaaamm
                   add 1 to ws-ipc-qtd-exc
                   move spaces to ws-ipc-msg-texto
                   perform grava-linha-impacto
                   move ws-ocor-local(ws-ocor-ind) to ws-busca-local-cod
                   perform busca-local
                   move ws-ocor-temp(ws-ocor-ind) to ws-ipc-temp-edt
                   move spaces to ws-ipc-msg-texto
                   if ws-busca-local-achou = "S"
                       string "Excursao: local " ws-ocor-local(ws-ocor-ind)
                           " " ws-local-nome(ws-local-idx)
                           " dia " ws-ocor-dia(ws-ocor-ind)
                           " turno " ws-ocor-turno(ws-ocor-ind)
                           " leitura " ws-ipc-temp-edt
                           " situacao " ws-ocor-situacao(ws-ocor-ind)
                           delimited by size into ws-ipc-msg-texto
                   else
                       string "Excursao: local " ws-ocor-local(ws-ocor-ind)
                           " dia " ws-ocor-dia(ws-ocor-ind)
                           " turno " ws-ocor-turno(ws-ocor-ind)
                           " leitura " ws-ipc-temp-edt
                           " situacao " ws-ocor-situacao(ws-ocor-ind)
                           delimited by size into ws-ipc-msg-texto
                   end-if
                   perform grava-linha-impacto
      *> lote presente no dia: entrou ate o dia e nao saiu antes dele
                   compute ws-ipc-data = ws-consulta-aaaamm * 100 + ws-ocor-dia(ws-ocor-ind)
                   move 0 to ws-ipc-lotes-exc
                   perform varying ws-lote-ind from 1 by 1 until ws-lote-ind > ws-qtd-lote
                       if ws-lote-local(ws-lote-ind) = ws-ocor-local(ws-ocor-ind)
                          and ws-lote-entrada(ws-lote-ind) <= ws-ipc-data
                          and (ws-lote-saida(ws-lote-ind) = 0
                               or ws-lote-saida(ws-lote-ind) >= ws-ipc-data)
                           add 1 to ws-ipc-lotes-exc
                           add 1 to ws-ipc-qtd-lotes
                           move ws-lote-num(ws-lote-ind)       to ws-ipc-lin-lote-num
                           move ws-lote-produto(ws-lote-ind)   to ws-ipc-lin-produto
                           move ws-lote-prod-desc(ws-lote-ind) to ws-ipc-lin-prod-desc
                           move ws-lote-prod-min(ws-lote-ind)  to ws-ipc-lin-prod-min
                           move ws-lote-prod-max(ws-lote-ind)  to ws-ipc-lin-prod-max
                           if ws-lote-prod-min(ws-lote-ind) = ws-lote-prod-max(ws-lote-ind)
                               move "AVALIAR"    to ws-ipc-lin-flag
                           else
                               if ws-ocor-temp(ws-ocor-ind) < ws-lote-prod-min(ws-lote-ind)
                                  or ws-ocor-temp(ws-ocor-ind) > ws-lote-prod-max(ws-lote-ind)
                                   move "QUARENTENA" to ws-ipc-lin-flag
                                   add 1 to ws-ipc-qtd-quar
                               else
                                   move "LIBERAVEL"  to ws-ipc-lin-flag
                               end-if
                           end-if
                           move ws-ipc-lin-lote to ws-ipc-msg-texto
                           perform grava-linha-impacto
                       end-if
                   end-perform
                   if ws-ipc-lotes-exc = 0
                       move "    (nenhum lote armazenado no local neste dia)" to ws-ipc-msg-texto
                       perform grava-linha-impacto
                   end-if
               end-if
           end-perform
           move ws-ipc-qtd-exc   to ws-ipc-qtd-exc-edt
           move ws-ipc-qtd-lotes to ws-ipc-qtd-lotes-edt
           move ws-ipc-qtd-quar  to ws-ipc-qtd-quar-edt
           move spaces to ws-ipc-msg-texto
           perform grava-linha-impacto
           move spaces to ws-ipc-msg-texto
           string "Excursoes: " ws-ipc-qtd-exc-edt
               "  Lotes atingidos: " ws-ipc-qtd-lotes-edt
               "  Sugeridos para quarentena: " ws-ipc-qtd-quar-edt
               delimited by size into ws-ipc-msg-texto
           perform grava-linha-impacto
           close relImpacto
           if ws-fs-relImpacto <> 0 then
               move 156                                    to ws-msn-erro-ofsset
               move ws-fs-relImpacto                       to ws-msn-erro-cod
               move "Erro ao fechar arq. relImpacto."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move ws-nome-relimpac to ws-cat-nome
           perform grava-catalogo-relatorio
           if ws-modo-lote = "S"
               move spaces to ws-log-texto
               string "Relatorio gerado: " ws-nome-relimpac
                   " (" ws-ipc-qtd-quar-edt " lotes para quarentena)"
                   delimited by size into ws-log-texto
               perform grava-log-lote
           else
               display erase
               display "Relatorio gerado: " at line 03 col 07
               display ws-nome-relimpac at line 03 col 25
               display "Lotes atingidos          : " at line 05 col 07
               display ws-ipc-qtd-lotes-edt at line 05 col 34
               display "Sugeridos para quarentena: " at line 06 col 07
               display ws-ipc-qtd-quar-edt at line 06 col 34
               display "Pressione ENTER para continuar..." at line 08 col 07
               accept ws-aux at line 08 col 42
           end-if
           .
       relatorio-impacto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grava ws-ipc-msg-texto como uma linha de RELIMPAC.txt (chamada de
      *> dentro de relatorio-impacto)
      *>------------------------------------------------------------------------
       grava-linha-impacto section.
           write fd-relImpacto-linha from ws-ipc-msg-texto
           if ws-fs-relImpacto <> 0 then
               move 155                                    to ws-msn-erro-ofsset
               move ws-fs-relImpacto                       to ws-msn-erro-cod
               move "Erro ao gravar arq. relImpacto."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-impacto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Agenda de leituras (menu): submenu com a agenda por local e o
      *> calendario de paradas da planta
      *>------------------------------------------------------------------------
       agenda-leituras section.
           move space to ws-agd-opcao
           perform until ws-agd-opcao = "V" or ws-agd-opcao = "v"
               display tela-agenda-menu
               accept tela-agenda-menu
               evaluate ws-agd-opcao
                   when "1"
                       perform manutencao-agenda
                   when "2"
                       perform manutencao-calendario
                   when "V"
                   when "v"
                       continue
                   when other
                       display "Opcao invalida!" at line 10 col 07
                       display "Pressione ENTER para continuar..." at line 12 col 07
                       accept ws-aux at line 12 col 42
               end-evaluate
           end-perform
           .
       agenda-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega a agenda de leituras (CADAGENDA.txt) para a tabela; sem
      *> arquivo, nenhum local tem agenda e todos os turnos sao exigidos
      *>------------------------------------------------------------------------
       carrega-agenda section.
           move 0 to ws-qtd-agd
           open input arqAgenda
           if ws-fs-arqAgenda = 35 then
               continue
           else
               if ws-fs-arqAgenda <> 0 then
                   move 160                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAgenda                        to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAgenda."          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqAgenda = 10
                   read arqAgenda
                   if ws-fs-arqAgenda = 0 then
                       if ws-qtd-agd >= ws-max-locais then
                           move 161                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela da agenda de leituras cheia." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-agd
                       move fd-agd-local  to ws-agd-local(ws-qtd-agd)
                       move fd-agd-semana to ws-agd-semana(ws-qtd-agd)
      *> hora limite em branco ou invalida: vale a hora padrao
                       if fd-agd-prazos is numeric
                           move fd-agd-prazos        to ws-agd-prazos(ws-qtd-agd)
                       else
                           move ws-agd-prazos-padrao to ws-agd-prazos(ws-qtd-agd)
                       end-if
                   else
                       if ws-fs-arqAgenda <> 10 then
                           move 162                                 to ws-msn-erro-ofsset
                           move ws-fs-arqAgenda                     to ws-msn-erro-cod
                           move "Erro ao ler arq. arqAgenda."         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqAgenda
               if ws-fs-arqAgenda <> 0 then
                   move 163                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAgenda                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAgenda."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADAGENDA.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-agenda section.
           open output arqAgenda
           if ws-fs-arqAgenda <> 0 then
               move 164                                    to ws-msn-erro-ofsset
               move ws-fs-arqAgenda                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAgenda."          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-agd-ind from 1 by 1 until ws-agd-ind > ws-qtd-agd
               move ws-agd-local(ws-agd-ind)  to fd-agd-local
               move ws-agd-semana(ws-agd-ind) to fd-agd-semana
               move ws-agd-prazos(ws-agd-ind) to fd-agd-prazos
               write fd-agd-reg
               if ws-fs-arqAgenda <> 0 then
                   move 165                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAgenda                        to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAgenda."         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqAgenda
           if ws-fs-arqAgenda <> 0 then
               move 166                                    to ws-msn-erro-ofsset
               move ws-fs-arqAgenda                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAgenda."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca a agenda do local ws-busca-agd-local, devolvendo a posicao
      *> em ws-agd-idx quando encontrada
      *>------------------------------------------------------------------------
       busca-agenda section.
           move "N" to ws-agd-achou
           move 0   to ws-agd-idx
           perform varying ws-agd-ind from 1 by 1
                   until ws-agd-ind > ws-qtd-agd or ws-agd-achou = "S"
               if ws-agd-local(ws-agd-ind) = ws-busca-agd-local
                   move "S"        to ws-agd-achou
                   move ws-agd-ind to ws-agd-idx
               end-if
           end-perform
           .
       busca-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao da agenda de leituras: lista os locais com a agenda
      *> atual e permite definir os turnos exigidos por dia da semana e a
      *> hora limite de cada turno
      *>------------------------------------------------------------------------
       manutencao-agenda section.
           move 99 to ws-edagd-local
           perform until ws-edagd-local = 0
               display erase
               display "---- Agenda de Leituras por Local ----" at line 01 col 21
               display "Cod  Nome             Seg Ter Qua Qui Sex Sab Dom  Limites" at line 03 col 07
               move 4 to ws-lin-tela
               perform varying ws-cad-ind from 1 by 1 until ws-cad-ind > ws-qtd-locais
                   if ws-lin-tela > 13
                       display "Pressione ENTER para a proxima pagina..." at line 15 col 07
                       accept ws-aux at line 15 col 48
                       display erase
                       display "---- Agenda de Leituras por Local ----" at line 01 col 21
                       display "Cod  Nome             Seg Ter Qua Qui Sex Sab Dom  Limites" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   display ws-local-cod(ws-cad-ind)  at line ws-lin-tela col 07
                   display ws-local-nome(ws-cad-ind) at line ws-lin-tela col 12
                   move ws-local-cod(ws-cad-ind) to ws-busca-agd-local
                   perform busca-agenda
                   if ws-agd-achou = "S"
                       move ws-agd-semana(ws-agd-idx) to ws-edagd-semana
                       move ws-agd-prazos(ws-agd-idx) to ws-edagd-prazos
                   else
                       move all "S"                   to ws-edagd-semana
                       move ws-agd-prazos-padrao      to ws-edagd-prazos
                   end-if
                   display ws-edagd-seg at line ws-lin-tela col 29
                   display ws-edagd-ter at line ws-lin-tela col 33
                   display ws-edagd-qua at line ws-lin-tela col 37
                   display ws-edagd-qui at line ws-lin-tela col 41
                   display ws-edagd-sex at line ws-lin-tela col 45
                   display ws-edagd-sab at line ws-lin-tela col 49
                   display ws-edagd-dom at line ws-lin-tela col 53
                   display ws-edagd-prazos at line ws-lin-tela col 58
                   add 1 to ws-lin-tela
               end-perform
               display "Codigo do local (00 = voltar):" at line 20 col 07
               move 0 to ws-edagd-local
               accept ws-edagd-local at line 20 col 38
               if ws-edagd-local <> 0
                   move ws-edagd-local to ws-busca-local-cod
                   perform busca-local
                   if ws-busca-local-achou = "N"
                       display "Local nao cadastrado!" at line 21 col 07
                       display "Pressione ENTER para continuar..." at line 22 col 07
                       accept ws-aux at line 22 col 42
                   else
      *> local sem agenda abre com a regra padrao: tres turnos todos os
      *> dias, com as horas limite padrao
                       move ws-edagd-local to ws-busca-agd-local
                       perform busca-agenda
                       if ws-agd-achou = "S"
                           move ws-agd-semana(ws-agd-idx) to ws-edagd-semana
                           move ws-agd-prazos(ws-agd-idx) to ws-edagd-prazos
                       else
                           move all "S"                   to ws-edagd-semana
                           move ws-agd-prazos-padrao      to ws-edagd-prazos
                       end-if
                       display tela-cad-agenda
                       accept tela-cad-agenda
                       inspect ws-edagd-semana converting "sn" to "SN"
                       move 0 to ws-agd-conta
                       inspect ws-edagd-semana tallying ws-agd-conta for all "S"
                                                                     all "N"
                       if ws-agd-conta <> 21
                           display "Turnos invalidos! Informe S ou N para cada turno." at line 21 col 07
                           display "Pressione ENTER para continuar..." at line 22 col 07
                           accept ws-aux at line 22 col 42
                       else
                           if ws-edagd-prazo-hh(1) > 23 or ws-edagd-prazo-mm(1) > 59
                              or ws-edagd-prazo-hh(2) > 23 or ws-edagd-prazo-mm(2) > 59
                              or ws-edagd-prazo-hh(3) > 23 or ws-edagd-prazo-mm(3) > 59
                               display "Hora limite invalida! Use HHMM (0000 a 2359)." at line 21 col 07
                               display "Pressione ENTER para continuar..." at line 22 col 07
                               accept ws-aux at line 22 col 42
                           else
                               if ws-agd-achou = "S"
                                   move ws-agd-local(ws-agd-idx)  to ws-aud-agd-local
                                   move ws-agd-semana(ws-agd-idx) to ws-aud-agd-semana
                                   move ws-agd-prazos(ws-agd-idx) to ws-aud-agd-prazos
                                   move ws-aud-img-agenda to ws-aud-img-antes
                                   move "AGENDA-ALT"      to ws-aud-evento
                               else
                                   move "(inclusao)"      to ws-aud-img-antes
                                   move "AGENDA-INC"      to ws-aud-evento
                                   add 1 to ws-qtd-agd
                                   move ws-qtd-agd        to ws-agd-idx
                                   move ws-edagd-local    to ws-agd-local(ws-agd-idx)
                               end-if
                               move ws-edagd-semana to ws-agd-semana(ws-agd-idx)
                               move ws-edagd-prazos to ws-agd-prazos(ws-agd-idx)
                               perform grava-agenda
      *> trilha de auditoria com a imagem antes/depois da agenda
                               move ws-edagd-local  to ws-aud-agd-local
                               move ws-edagd-semana to ws-aud-agd-semana
                               move ws-edagd-prazos to ws-aud-agd-prazos
                               move ws-aud-img-agenda  to ws-aud-img-depois
                               move ws-operador-logado to ws-aud-operador
                               move spaces to ws-aud-detalhe
                               string "ANTES: " ws-aud-img-antes
                                   " DEPOIS: " ws-aud-img-depois
                                   delimited by size into ws-aud-detalhe
                               perform grava-auditoria
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carrega o calendario de paradas (CADCALEND.txt) para a tabela;
      *> sem arquivo, a planta nao tem paradas registradas
      *>------------------------------------------------------------------------
       carrega-calendario section.
           move 0 to ws-qtd-cal
           open input arqCalendario
           if ws-fs-arqCalendario = 35 then
               continue
           else
               if ws-fs-arqCalendario <> 0 then
                   move 167                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCalendario."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-arqCalendario = 10
                   read arqCalendario
                   if ws-fs-arqCalendario = 0 then
                       if ws-qtd-cal >= ws-max-cal then
                           move 168                                 to ws-msn-erro-ofsset
                           move 0                                   to ws-msn-erro-cod
                           move "Tabela do calendario de paradas cheia." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-cal
                       move fd-cal-data to ws-cal-data(ws-qtd-cal)
                       move fd-cal-desc to ws-cal-desc(ws-qtd-cal)
                   else
                       if ws-fs-arqCalendario <> 10 then
                           move 169                                 to ws-msn-erro-ofsset
                           move ws-fs-arqCalendario                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCalendario."     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqCalendario
               if ws-fs-arqCalendario <> 0 then
                   move 170                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCalendario."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regrava o arquivo CADCALEND.txt inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-calendario section.
           open output arqCalendario
           if ws-fs-arqCalendario <> 0 then
               move 171                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalendario."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-cal-ind from 1 by 1 until ws-cal-ind > ws-qtd-cal
               move ws-cal-data(ws-cal-ind) to fd-cal-data
               move ws-cal-desc(ws-cal-ind) to fd-cal-desc
               write fd-cal-reg
               if ws-fs-arqCalendario <> 0 then
                   move 172                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqCalendario."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqCalendario
           if ws-fs-arqCalendario <> 0 then
               move 173                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalendario                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalendario."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Busca a data ws-busca-cal-data no calendario de paradas,
      *> devolvendo a posicao em ws-cal-idx quando encontrada
      *>------------------------------------------------------------------------
       busca-calendario section.
           move "N" to ws-cal-achou
           move 0   to ws-cal-idx
           perform varying ws-cal-ind from 1 by 1
                   until ws-cal-ind > ws-qtd-cal or ws-cal-achou = "S"
               if ws-cal-data(ws-cal-ind) = ws-busca-cal-data
                   move "S"        to ws-cal-achou
                   move ws-cal-ind to ws-cal-idx
               end-if
           end-perform
           .
       busca-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Manutencao do calendario de paradas: lista as datas registradas;
      *> data nova e incluida com a descricao da parada, data ja
      *> registrada pode ser excluida
      *>------------------------------------------------------------------------
       manutencao-calendario section.
           move 99999999 to ws-edcal-data
           perform until ws-edcal-data = 0
               display erase
               display "---- Calendario de Paradas da Planta ----" at line 01 col 20
               display "Data      Descricao" at line 03 col 07
               move 4 to ws-lin-tela
               perform varying ws-cal-ind from 1 by 1 until ws-cal-ind > ws-qtd-cal
                   if ws-lin-tela > 13
                       display "Pressione ENTER para a proxima pagina..." at line 15 col 07
                       accept ws-aux at line 15 col 48
                       display erase
                       display "---- Calendario de Paradas da Planta ----" at line 01 col 20
                       display "Data      Descricao" at line 03 col 07
                       move 4 to ws-lin-tela
                   end-if
                   display ws-cal-data(ws-cal-ind) at line ws-lin-tela col 07
                   display ws-cal-desc(ws-cal-ind) at line ws-lin-tela col 17
                   add 1 to ws-lin-tela
               end-perform
               display "Data AAAAMMDD a incluir/excluir (0 = voltar):" at line 17 col 07
               move 0 to ws-edcal-data
               accept ws-edcal-data at line 17 col 53
               if ws-edcal-data <> 0
                   move ws-edcal-data to ws-busca-cal-data
                   perform busca-calendario
                   if ws-cal-achou = "S"
      *> data ja registrada: exclusao confirmada, com trilha de auditoria
                       display ws-cal-desc(ws-cal-idx) at line 18 col 07
                       display "Excluir esta parada? (S/N):" at line 19 col 07
                       move space to ws-edcal-confirma
                       accept ws-edcal-confirma at line 19 col 35
                       if ws-edcal-confirma = "S" or ws-edcal-confirma = "s"
                           move ws-operador-logado to ws-aud-operador
                           move "CALEND-EXC"       to ws-aud-evento
                           move spaces to ws-aud-detalhe
                           string ws-cal-data(ws-cal-idx) " "
                               ws-cal-desc(ws-cal-idx)
                               delimited by size into ws-aud-detalhe
                           perform varying ws-cal-ind from ws-cal-idx by 1
                                   until ws-cal-ind >= ws-qtd-cal
                               move ws-cal(ws-cal-ind + 1) to ws-cal(ws-cal-ind)
                           end-perform
                           subtract 1 from ws-qtd-cal
                           perform grava-calendario
                           perform grava-auditoria
                       end-if
                   else
                       if function test-date-yyyymmdd(ws-edcal-data) <> 0
                           display "Data invalida!" at line 18 col 07
                           display "Pressione ENTER para continuar..." at line 19 col 07
                           accept ws-aux at line 19 col 42
                       else
                           if ws-qtd-cal >= ws-max-cal
                               display "Calendario de paradas cheio!" at line 18 col 07
                               display "Pressione ENTER para continuar..." at line 19 col 07
                               accept ws-aux at line 19 col 42
                           else
                               display "Descricao da parada:" at line 18 col 07
                               move spaces to ws-edcal-desc
                               accept ws-edcal-desc at line 18 col 28
                               if ws-edcal-desc = spaces
                                   display "Descricao da parada e obrigatoria!" at line 19 col 07
                                   display "Pressione ENTER para continuar..." at line 20 col 07
                                   accept ws-aux at line 20 col 42
                               else
                                   add 1 to ws-qtd-cal
                                   move ws-edcal-data to ws-cal-data(ws-qtd-cal)
                                   move ws-edcal-desc to ws-cal-desc(ws-qtd-cal)
                                   perform grava-calendario
                                   move ws-operador-logado to ws-aud-operador
                                   move "CALEND-INC"       to ws-aud-evento
                                   move spaces to ws-aud-detalhe
                                   string ws-edcal-data " " ws-edcal-desc
                                       delimited by size into ws-aud-detalhe
                                   perform grava-auditoria
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       manutencao-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Diz se a leitura do local ws-agd-local-cod, no turno
      *> ws-agd-turno-q da data ws-agd-data, e exigida (ws-agd-exigida) e
      *> qual a hora limite do turno (ws-agd-prazo-q): dia de parada da
      *> planta nao exige leitura; local sem agenda exige todos os turnos
      *>------------------------------------------------------------------------
       verifica-leitura-exigida section.
           move "S" to ws-agd-exigida
           move ws-agd-prazo-padrao(ws-agd-turno-q) to ws-agd-prazo-q
           move ws-agd-data-num to ws-busca-cal-data
           perform busca-calendario
           if ws-cal-achou = "S"
               move "N" to ws-agd-exigida
           else
               move ws-agd-local-cod to ws-busca-agd-local
               perform busca-agenda
               if ws-agd-achou = "S"
      *> dia da semana: o dia 1 da contagem de integer-of-date
      *> (01/01/1601) foi uma segunda-feira
                   compute ws-agd-dias = function integer-of-date(ws-agd-data-num) - 1
                   divide ws-agd-dias by 7 giving ws-agd-semanas
                       remainder ws-agd-resto
                   compute ws-agd-dia-semana = ws-agd-resto + 1
                   if ws-agd-exige(ws-agd-idx, ws-agd-dia-semana, ws-agd-turno-q) <> "S"
                       move "N" to ws-agd-exigida
                   end-if
                   move ws-agd-prazo(ws-agd-idx, ws-agd-turno-q) to ws-agd-prazo-q
               end-if
           end-if
           .
       verifica-leitura-exigida-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta em ws-tab-atraso os turnos de hoje, dos locais ativos, cuja
      *> leitura e exigida pela agenda, cuja hora limite ja passou e que
      *> ainda nao tem registro no arquivo do mes corrente (a competencia
      *> em uso e preservada)
      *>------------------------------------------------------------------------
       apura-leituras-atraso section.
           move 0 to ws-qtd-atraso
           accept ws-data-sistema  from date yyyymmdd
           accept ws-hora-sistema  from time
           compute ws-atr-agora-hhmm = ws-hora-sistema-hhmmss / 100
           move ws-nome-arquivo-aaaamm to ws-atr-aaaamm-salvo
           move ws-data-sistema-aaaamm to ws-nome-arquivo-aaaamm
           move "S" to ws-atr-arq-ok
           open input arqTemperaturas
           if ws-fs-arqTemperaturas = 35 then
      *> mes ainda sem arquivo: nenhuma leitura gravada hoje
               move "N" to ws-atr-arq-ok
           else
               if ws-fs-arqTemperaturas <> 0 then
                   move 174                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemperaturas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform varying ws-local-atual from 1 by 1 until ws-local-atual > ws-qtd-locais
               if ws-local-ativo(ws-local-atual) = "S"
                   perform varying ws-turno from 1 by 1 until ws-turno > ws-qtd-turnos
                       move ws-data-sistema              to ws-agd-data-num
                       move ws-local-cod(ws-local-atual) to ws-agd-local-cod
                       move ws-turno                     to ws-agd-turno-q
                       perform verifica-leitura-exigida
                       if ws-agd-exigida = "S"
                          and ws-agd-prazo-q < ws-atr-agora-hhmm
                           if ws-atr-arq-ok = "S"
                               move ws-local-cod(ws-local-atual) to fd-local-cod
                               move ws-data-sistema-dd           to fd-dia
                               move ws-turno                     to fd-turno
                               read arqTemperaturas
                               if ws-fs-arqTemperaturas <> 0
                                  and ws-fs-arqTemperaturas <> 23 then
                                   move 175                                 to ws-msn-erro-ofsset
                                   move ws-fs-arqTemperaturas               to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqTemperaturas." to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-if
                           if ws-atr-arq-ok = "N"
                              or ws-fs-arqTemperaturas = 23
                               add 1 to ws-qtd-atraso
                               move ws-local-atual to ws-atr-local-idx(ws-qtd-atraso)
                               move ws-turno       to ws-atr-turno(ws-qtd-atraso)
                               move ws-agd-prazo-q to ws-atr-prazo(ws-qtd-atraso)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           if ws-atr-arq-ok = "S"
               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 176                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemperaturas."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           move ws-atr-aaaamm-salvo to ws-nome-arquivo-aaaamm
           .
       apura-leituras-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta a linha de um atraso (ws-atr-ind) para a tela ou o log
      *>------------------------------------------------------------------------
       monta-linha-atraso section.
           move ws-atr-local-idx(ws-atr-ind) to ws-local-idx
           move ws-local-cod(ws-local-idx)   to ws-atr-lin-local
           move ws-local-nome(ws-local-idx)  to ws-atr-lin-nome
           move ws-atr-turno(ws-atr-ind)     to ws-atr-lin-turno
           move ws-atr-prazo(ws-atr-ind)     to ws-atr-prazo-aux
           move ws-atr-prazo-hh              to ws-atr-lin-hh
           move ws-atr-prazo-mm              to ws-atr-lin-mm
           .
       monta-linha-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Leituras em atraso hoje (menu): os turnos exigidos com a hora
      *> limite vencida e ainda sem leitura gravada
      *>------------------------------------------------------------------------
       leituras-em-atraso section.
           perform apura-leituras-atraso
           display erase
           display "---- Leituras em Atraso Hoje ----" at line 01 col 24
           if ws-qtd-atraso = 0
               display "Nenhuma leitura em atraso ate agora." at line 03 col 07
           else
               move 3 to ws-lin-tela
               perform varying ws-atr-ind from 1 by 1 until ws-atr-ind > ws-qtd-atraso
                   if ws-lin-tela > 17
                       display "Pressione ENTER para a proxima pagina..." at line 19 col 07
                       accept ws-aux at line 19 col 48
                       display erase
                       display "---- Leituras em Atraso Hoje ----" at line 01 col 24
                       move 3 to ws-lin-tela
                   end-if
                   perform monta-linha-atraso
                   display ws-atr-linha at line ws-lin-tela col 07
                   add 1 to ws-lin-tela
               end-perform
           end-if
           display "Pressione ENTER para continuar..." at line 21 col 07
           accept ws-aux at line 21 col 42
           .
       leituras-em-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
           move ws-cat-nome            to fd-cat-nome
           move ws-data-hora-completa  to fd-cat-datahora
           move ws-operador-logado     to fd-cat-operador
           move space                  to fd-cat-restaurado
           write fd-cat-reg
           if ws-fs-arqCatalogo <> 0 then
               move 87                                     to ws-msn-erro-ofsset
                           display fd-cat-nome at line ws-lin-tela col 07
                           display fd-cat-datahora at line ws-lin-tela col 34
                           display fd-cat-operador at line ws-lin-tela col 50
                           if fd-cat-restaurado = "R"
                               display "(restaurado)" at line ws-lin-tela col 61
                           end-if
                           add 1 to ws-lin-tela
                       end-if
                   end-perform
           move ws-aud-operador        to fd-aud-operador
           move ws-aud-evento          to fd-aud-evento
           move ws-aud-detalhe         to fd-aud-detalhe
           move space                  to fd-aud-restaurado
           write fd-aud-reg
           if ws-fs-arqAuditoria <> 0 then
               move 78                                     to ws-msn-erro-ofsset
      *> e passos), executa os passos pedidos, escreve o andamento em
      *> LOGLOTE-AAAAMM.txt e deixa em ws-lote-rc o codigo de retorno
      *> para o agendador (0 limpo, 4 ha rejeicoes, 8 divergencias ou
      *> falha). Passos: I importacao, F conferencia, C fechamento da
      *> competencia, R relatorios do mes, O relatorio por operador,
      *> E exportacao CSV (so de competencia fechada), M movimentacao de
      *> estoque, Q impacto nos lotes, V calibracoes a vencer,
      *> A escalonamento dos alertas pendentes, T leituras em atraso hoje,
      *> Y conciliacao do retorno da qualidade, D tendencia/deriva dos
      *> sensores, H arquivamento do historico fora da retencao
      *>------------------------------------------------------------------------
       processa-lote section.
           move "S"    to ws-modo-lote
      *> resolve os nomes no cadastro
           perform carrega-operadores
           perform carrega-motivos
           perform carrega-agenda
           perform carrega-calendario
           open input arqParamLote
           if ws-fs-arqParamLote <> 0 then
               display "PARAMLOTE.txt ausente ou ilegivel - lote abortado"
                   move fd-parm-aaaamm to ws-nome-arquivo-aaaamm
                   move fd-parm-aaaamm to ws-nome-loglote-aaaamm
                   move fd-parm-aaaamm to ws-calc-aaaamm
      *> prazo do escalonamento dos alertas (passo A); em branco, 4 horas
                   if fd-parm-horas-escal is numeric
                      and fd-parm-horas-escal > 0
                       move fd-parm-horas-escal to ws-alr-horas-escal
                   end-if
      *> janela da tendencia dos sensores (passo D); em branco, 8 semanas
                   if (fd-parm-tend-unid = "S" or fd-parm-tend-unid = "M")
                      and fd-parm-tend-qtd is numeric
                      and fd-parm-tend-qtd > 0
                       move fd-parm-tend-unid to ws-tnd-unidade
                       move fd-parm-tend-qtd  to ws-tnd-qtd
                   end-if
      *> retencao do arquivo historico (passo H); em branco ou abaixo do
      *> minimo, 24 meses
                   if fd-parm-retencao is numeric
                      and fd-parm-retencao >= ws-arq-ret-min
                       move fd-parm-retencao to ws-arq-retencao
                   end-if
                   close arqParamLote
                   if ws-consulta-mm < 1 or ws-consulta-mm > 12
                       display "Competencia invalida no PARAMLOTE.txt - lote abortado"

      *>------------------------------------------------------------------------
      *> Executa os passos pedidos no PARAMLOTE.txt, na ordem fixa
      *> importacao -> conferencia -> fechamento -> relatorios ->
      *> operador -> exportacao -> estoque -> impacto -> calibracoes ->
      *> escalonamento -> atrasos do dia -> retorno da qualidade ->
      *> tendencia dos sensores -> arquivamento do historico
      *> (chamada de dentro de processa-lote, com o log aberto)
      *>------------------------------------------------------------------------
       executa-passos-lote section.
      *> passo I: importacao do IMPTEMP.txt
                   move 8 to ws-lote-rc
               end-if
           end-if
      *> passo C: fechamento formal da competencia, so com a conferencia
      *> limpa; competencia ja fechada fica como esta
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "C"
           if ws-passo-conta > 0
               move "Fechamento da competencia" to ws-log-texto
               perform grava-log-lote
               perform verifica-comp-fechada
               if ws-ctl-fechada = "S"
                   move "Competencia ja fechada" to ws-log-texto
                   perform grava-log-lote
               else
                   perform confere-mes
                   if ws-mes-confere = "S"
                       perform fecha-competencia
                       move "Competencia fechada" to ws-log-texto
                   else
                       move ws-conf-diverg to ws-conf-diverg-edt
                       move spaces to ws-log-texto
                       string "Fechamento recusado: " ws-conf-diverg-edt
                           " divergencias - veja " ws-nome-reldiver
                           delimited by size into ws-log-texto
                       move 8 to ws-lote-rc
                   end-if
                   perform grava-log-lote
               end-if
           end-if
      *> passo R: relatorios do mes (variacao/sequencias e excursoes)
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "R"
               perform grava-log-lote
               perform exporta-mes
           end-if
      *> passo M: carga da movimentacao de estoque (antes do relatorio de
      *> impacto, para que os lotes do dia estejam registrados)
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "M"
           if ws-passo-conta > 0
               move "Carga do MOVESTQ.txt" to ws-log-texto
               perform grava-log-lote
               perform carga-mov-estoque
           end-if
      *> passo Q: impacto das excursoes nos lotes armazenados
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "Q"
           if ws-passo-conta > 0
               move "Impacto das excursoes (quarentena)" to ws-log-texto
               perform grava-log-lote
               perform relatorio-impacto
           end-if
      *> passo V: relatorio das calibracoes de datalogger a vencer
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "V"
           if ws-passo-conta > 0
               move "Calibracoes a vencer" to ws-log-texto
               perform grava-log-lote
               perform relatorio-calibracao
           end-if
      *> passo A: escalonamento das ocorrencias ainda pendentes alem do
      *> prazo do alerta
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "A"
           if ws-passo-conta > 0
               move "Escalonamento dos alertas pendentes" to ws-log-texto
               perform grava-log-lote
               perform escalona-alertas
           end-if
      *> passo T: leituras de hoje com a hora limite vencida e sem
      *> registro (agendado para logo depois de cada hora limite)
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "T"
           if ws-passo-conta > 0
               move "Leituras em atraso hoje" to ws-log-texto
               perform grava-log-lote
               perform apura-leituras-atraso
               move ws-qtd-atraso to ws-atr-qtd-edt
               move spaces to ws-log-texto
               string "Leituras em atraso: " ws-atr-qtd-edt
                   delimited by size into ws-log-texto
               perform grava-log-lote
               perform varying ws-atr-ind from 1 by 1 until ws-atr-ind > ws-qtd-atraso
                   perform monta-linha-atraso
                   move ws-atr-linha to ws-log-texto
                   perform grava-log-lote
               end-perform
               if ws-qtd-atraso > 0 and ws-lote-rc < 4
                   move 4 to ws-lote-rc
               end-if
           end-if
      *> passo Y: conciliacao do retorno da qualidade da competencia e
      *> relatorio das competencias exportadas ainda sem retorno
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "Y"
           if ws-passo-conta > 0
               move "Conciliacao do retorno da qualidade" to ws-log-texto
               perform grava-log-lote
               perform importa-retorno-qualidade
               perform relatorio-sem-retorno
           end-if
      *> passo D: tendencia/deriva dos sensores; local com cruzamento de
      *> limite projetado ou dispersao alargada pede atencao
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "D"
           if ws-passo-conta > 0
               move "Tendencia/deriva dos sensores" to ws-log-texto
               perform grava-log-lote
               perform apura-tendencia
               move ws-tnd-alertas to ws-tnd-alertas-edt
               move spaces to ws-log-texto
               string "Relatorio gerado: " ws-nome-reltend " ("
                   ws-tnd-alertas-edt " locais em alerta)"
                   delimited by size into ws-log-texto
               perform grava-log-lote
               if ws-tnd-alertas > 0 and ws-lote-rc < 4
                   move 4 to ws-lote-rc
               end-if
           end-if
      *> passo H: arquivamento das competencias fechadas fora da retencao;
      *> competencia exportada ainda sem retorno da qualidade fica para a
      *> proxima execucao e pede atencao
           move 0 to ws-passo-conta
           inspect fd-parm-passos tallying ws-passo-conta for all "H"
           if ws-passo-conta > 0
               move "Arquivamento do historico" to ws-log-texto
               perform grava-log-lote
               perform calcula-limite-arquivo
               perform arquiva-historico
               move ws-arq-qtd-comp to ws-arq-edt
               move spaces to ws-log-texto
               string "Competencias anteriores a " ws-arq-limite
                   " arquivadas: " ws-arq-edt
                   delimited by size into ws-log-texto
               perform grava-log-lote
               move ws-arq-tot-aud to ws-arq-edt
               move spaces to ws-log-texto
               string "Entradas de auditoria arquivadas: " ws-arq-edt
                   delimited by size into ws-log-texto
               perform grava-log-lote
               if ws-arq-qtd-pend > 0
                   move ws-arq-qtd-pend to ws-arq-edt
                   move spaces to ws-log-texto
                   string "Aguardando retorno da qualidade: " ws-arq-edt
                       " competencias" delimited by size into ws-log-texto
                   perform grava-log-lote
                   if ws-lote-rc < 4
                       move 4 to ws-lote-rc
                   end-if
               end-if
           end-if
           .
       executa-passos-lote-exit.
           exit.
