       01  REG-CFP001W1.
           03 NF-NR-NOTIF              PIC 9(08).
           03 NF-DESTINO.
              05 NF-TP-DESTINO         PIC X(01).
                 88 DESTINO-ALUNO      VALUE 'A'.
                 88 DESTINO-CONTATO    VALUE 'C'.
              05 NF-ID-DESTINO         PIC 9(05).
           03 NF-ID-ALUNO              PIC 9(05).
           03 NF-CANAL                 PIC X(01).
              88 CANAL-EMAIL           VALUE 'E'.
              88 CANAL-SMS             VALUE 'S'.
           03 NF-ENDERECO              PIC X(40).
           03 NF-MODELO                PIC X(08).
              88 MODELO-AVISO-FALTA    VALUE 'AVISFALT'.
              88 MODELO-CARTA-COBRANCA VALUE 'CARTACOB'.
              88 MODELO-BOLETIM        VALUE 'BOLETIM '.
              88 MODELO-RECIBO         VALUE 'RECIBO  '.
           03 NF-REFERENCIA            PIC X(30).
           03 NF-TEXTO                 PIC X(120).
           03 NF-PROGRAMA              PIC X(08).
           03 NF-DT-INCLUSAO           PIC 9(08).
           03 NF-SITUACAO              PIC X(01).
              88 NOTIF-PENDENTE        VALUE 'P'.
              88 NOTIF-ENVIADA         VALUE 'E'.
              88 NOTIF-ENTREGUE        VALUE 'D'.
              88 NOTIF-DEVOLVIDA       VALUE 'B'.
              88 NOTIF-END-INVALIDO    VALUE 'I'.
              88 NOTIF-COM-FALHA       VALUE 'B' 'I'.
           03 NF-DT-ENVIO              PIC 9(08).
           03 NF-DT-RETORNO            PIC 9(08).
           03 NF-CD-RETORNO            PIC X(03).
           03 NF-MOTIVO                PIC X(30).
