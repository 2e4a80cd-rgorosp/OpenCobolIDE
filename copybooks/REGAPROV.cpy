              88 PEDIDO-PENDENTE       VALUE 'P'.
              88 PEDIDO-APROVADO       VALUE 'A'.
              88 PEDIDO-REJEITADO      VALUE 'R'.
              88 PEDIDO-EXPIRADO       VALUE 'E'.
           03 AP-OPER-DECISAO          PIC X(08).
           03 AP-MOTIVO                PIC X(40).
