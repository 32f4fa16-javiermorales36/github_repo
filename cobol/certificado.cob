
       ANOTAR-VIGENCIA.
           IF HISTORICO-TIPO = "ABONO" OR HISTORICO-TIPO = "FINIQUITO"
                   OR HISTORICO-TIPO = "PAGAEXTRA"
               ADD 1 TO CERT-MES-VIGENTES (IDX-CERT MES-MOVIMIENTO)
           ELSE
               SUBTRACT 1
