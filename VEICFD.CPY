      * VEICULOS PROPRIOS DE ENTREGA E SUAS CAPACIDADES DE CARGA
       FD VEICULOS.
       01 REG-VEICULO.
           03 VEI-CODIGO           PIC 9(03).
           03 VEI-PLACA            PIC X(08).
           03 VEI-DESCRICAO        PIC X(20).
           03 VEI-CAPAC-KG         PIC 9(05)V99.
           03 VEI-CAPAC-M3         PIC 9(03)V999.
           03 VEI-ATIVO            PIC X(01).
