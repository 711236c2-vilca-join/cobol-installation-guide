              88 OPR-ROL-ADMIN                       VALUE 'A'.
              88 OPR-ROL-NOMINA                      VALUE 'N'.
              88 OPR-ROL-CONSULTA                    VALUE 'C'.
      * ESTADO Y BLOQUEO PERSISTENTES: LOS INTENTOS FALLIDOS SE
      * ACUMULAN EN EL REGISTRO (NO SOLO EN LA SESION) Y AL TERCERO
      * EL OPERADOR QUEDA BLOQUEADO HASTA QUE UN ADMINISTRADOR LO
      * DESBLOQUEE DESDE MANTENER-OPERADORES. LA CLAVE VENCE A LOS
      * DIAS DE VIGENCIA DE CLAVE-CONFIG.DAT CONTADOS DESDE
      * OPR-FECHA-CLAVE; UNA CLAVE RESTABLECIDA POR EL ADMINISTRADOR
      * (O UNA FECHA EN CEROS) OBLIGA A CAMBIARLA EN EL PROXIMO
      * INICIO DE SESION. EL REGISTRO CRECIO: RECONSTRUYA EL MAESTRO
      * DE OPERADORES AL INSTALAR.
           05 OPR-ESTADO               PIC X(01).
              88 OPR-HABILITADO                      VALUE 'A' ' '.
              88 OPR-DESHABILITADO                   VALUE 'D'.
           05 OPR-BLOQUEO              PIC X(01).
              88 OPR-BLOQUEADO                       VALUE 'S'.
              88 OPR-DESBLOQUEADO                    VALUE 'N' ' '.
           05 OPR-INTENTOS-FALLIDOS    PIC 9(01).
           05 OPR-FECHA-CLAVE          PIC 9(08).
           05 OPR-CAMBIO-CLAVE         PIC X(01).
              88 OPR-DEBE-CAMBIAR-CLAVE              VALUE 'S'.
              88 OPR-CLAVE-VIGENTE                   VALUE 'N' ' '.
