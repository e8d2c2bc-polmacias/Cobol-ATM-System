ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ArchivoAuditoria ASSIGN TO "..\historial.txt"
    ORGANIZATION IS LINE SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoAuditoria.
01 RegistroAuditoria.
   02 Aud-Cuenta            PIC 9(5).
   02 Aud-DineroOriginal    PIC 9(5)V99.
   02 FILLER                PIC X(1).
   02 Aud-MonedaOriginal    PIC X(3).
   02 FILLER                PIC X(3).
   02 Aud-Cliente           PIC 9(5).

FD ArchivoHistorico.
01 LineaHistorico      PIC X(110).

FD ArchivoTrabajo.
01 LineaTrabajo        PIC X(110).

FD ArchivoIndice.
01 LineaIndice         PIC X(100).
    *> Un corte en el futuro se llevaria al archivo los movimientos
    *> de hoy, y el control de limite diario del cajero y los
    *> extractos dejan de verlos: mejor rechazarlo aqui
    PERFORM LEER-FECHA-NEGOCIO
    IF FechaCorte > FechaHoy
        DISPLAY "La fecha de corte " FechaCorte " es posterior a hoy (" FechaHoy "), no se archiva nada."
        STOP RUN
           DELIMITED BY SIZE INTO LineaIndice
    WRITE LineaIndice
    CLOSE ArchivoIndice.

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
