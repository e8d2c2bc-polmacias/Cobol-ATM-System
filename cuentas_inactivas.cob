ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoCuentas ASSIGN TO "..\cuentas.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL

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
    DISPLAY "Meses sin movimientos para considerar una cuenta inactiva (Ej: 06): "
    ACCEPT MesesInactividad

    PERFORM LEER-FECHA-NEGOCIO
    PERFORM CALCULAR-FECHA-CORTE

    PERFORM CARGAR-CUENTAS-ACTIVAS
    END-IF

    CLOSE ArchivoInactivas.

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
