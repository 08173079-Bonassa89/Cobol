      ******************************************************************
      *    RETLOG.CPY
      *    Trilha de auditoria da transacao CICS RETM (RETMNT), que
      *    mantem as versoes da tabela de retencao (RETVER.CPY): uma
      *    entrada por proposta, aprovacao ou rejeicao, com quem
      *    propos, quem aprovou, quando, e os valores ANTES (a versao
      *    aprovada que a nova substitui na categoria - em branco na
      *    primeira versao da categoria) e DEPOIS (a versao proposta).
      *    E a evidencia de mudanca da politica de retencao que a
      *    conformidade pede junto com o RETCOMP.DAT - mesmo papel de
      *    DIASLOG e CALLOG para as transacoes DIAS e CALM.
      ******************************************************************
       01  RETLOG-REC.
           05  RETLOG-DATA                PIC 9(08).
           05  RETLOG-HORA                PIC 9(06).
           05  RETLOG-USUARIO             PIC X(08).
      *    "P" proposta, "A" aprovacao, "R" rejeicao.
           05  RETLOG-ACAO                PIC X(01).
           05  RETLOG-CATEGORIA           PIC X(08).
           05  RETLOG-DATA-VIGENCIA       PIC 9(08).
           05  RETLOG-PROPONENTE          PIC X(08).
           05  RETLOG-APROVADOR           PIC X(08).
           05  RETLOG-ANTES.
               10  RETLOG-ANT-DATA-VIGENCIA
                                          PIC 9(08).
               10  RETLOG-ANT-QTDE-DIAS   PIC 9(05).
               10  RETLOG-ANT-JOB-DESTINO PIC X(08).
               10  RETLOG-ANT-DATA-FIM-VIG
                                          PIC 9(08).
               10  RETLOG-ANT-DESCRICAO   PIC X(30).
           05  RETLOG-DEPOIS.
               10  RETLOG-NOVA-QTDE-DIAS  PIC 9(05).
               10  RETLOG-NOVA-JOB-DESTINO
                                          PIC X(08).
               10  RETLOG-NOVA-DATA-FIM-VIG
                                          PIC 9(08).
               10  RETLOG-NOVA-DESCRICAO  PIC X(30).
