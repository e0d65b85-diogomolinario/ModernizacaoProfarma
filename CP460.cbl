                   move numero-novo to prtd-num-destino
                   move ant-dsv-data to prtd-data
                   move ant-dsv-hora to prtd-hora
                   move space to prtd-motivo
                   write prt-desvio-rec
                   add 1 to total-convertidos
           end-read.
