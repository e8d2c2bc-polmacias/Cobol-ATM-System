ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS IdCuenta
    FILE STATUS IS EstadoArchivo.

    SELECT OPTIONAL ArchivoSaldosCierre ASSIGN TO "..\saldos_cierre.txt" *>foto nocturna del saldo de cada cuenta, la verdad de apertura/cierre de los extractos y de la cartera mensual
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoCuentas.
01 RegistroCuenta.
   02 IdCuenta          PIC 9(5).
   02 CambioPINPendiente PIC X(1).
      88 Cambio-PIN-Pendiente VALUE 'S'.

*> El estado y el producto de la cuenta ese dia van en la foto para
*> que la cartera mensual cuente cada cuenta donde estaba entonces
FD ArchivoSaldosCierre.
01 RegistroSaldoCierre.
   02 SC-Fecha   PIC 9(8).
   02 SC-Cuenta  PIC 9(5).
   02 SC-Moneda  PIC X(3).
   02 SC-Saldo   PIC S9(5)V99.
   02 SC-Estado  PIC X(1).
   02 SC-TipoProducto PIC X(1).

WORKING-STORAGE SECTION.
01 EstadoArchivo    PIC X(2).
01 ContadorCuentas  PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO

    OPEN INPUT ArchivoCuentas
    IF NOT Estado-OK
        MOVE IdCuenta TO SC-Cuenta
        MOVE Moneda TO SC-Moneda
        MOVE Saldo TO SC-Saldo
        MOVE EstadoCuenta TO SC-Estado
        MOVE TipoProducto TO SC-TipoProducto
        WRITE RegistroSaldoCierre
        ADD 1 TO ContadorCuentas
        READ ArchivoCuentas NEXT
    DISPLAY "FOTO DE SALDOS DE CIERRE TERMINADA."
    DISPLAY "Cuentas fotografiadas con fecha " FechaHoy ": " ContadorCuentas "."
    STOP RUN.

*> ---------------------------------------------------------------
*> La fecha de proceso es el dia de negocio abierto en
*> fecha_negocio.dat y no el reloj: un cierre que pasa de la
*> medianoche sigue fechando todo con el dia que esta cerrando.
*> Sin fichero de control (instalacion recien creada) vale el reloj
*> ---------------------------------------------------------------
LEER-FECHA-NEGOCIO.
    OPEN INPUT ArchivoFechaNegocio
    READ ArchivoFechaNegocio
        AT END ACCEPT FechaHoy FROM DATE YYYYMMDD
        NOT AT END MOVE FN-FechaNegocio TO FechaHoy
    END-READ
    CLOSE ArchivoFechaNegocio.
