      *****************************************************************
      * SALDO PROVISIONADO POR EMPLEADO DE LOS BENEFICIOS QUE SE      *
      * PAGAN DESPUES: GRATIFICACION, CTS Y VACACIONES GANADAS. LO    *
      * ACRECE CADA MES PROVISIONES-MENSUALES Y LO REVIERTE           *
      * REVERSION-PROVISION CUANDO BONOS-ESTATUTARIOS O               *
      * LIQUIDACION-FINAL PAGAN EL BENEFICIO.                         *
      *****************************************************************
       01  PROVISION-SALDO-RECORD.
           05 PRV-EMP-ID                PIC X(06).
           05 PRV-SALDO-GRATI           PIC 9(08)V99.
           05 PRV-SALDO-CTS             PIC 9(08)V99.
           05 PRV-SALDO-VAC             PIC 9(08)V99.
      * ULTIMO MES PROVISIONADO (YYYYMM): UN MES YA PROVISIONADO NO
      * SE VUELVE A CARGAR SI LA CORRIDA SE REPITE.
           05 PRV-ULTIMO-MES            PIC 9(06).
           05 PRV-OPERADOR              PIC X(08).
           05 PRV-FECHA-REGISTRO        PIC X(14).
