ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ArchivoFechaNegocio ASSIGN TO "..\fecha_negocio.dat" *>dia de negocio abierto, que CierreDiario solo avanza al terminar el cierre
    ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ArchivoClientes ASSIGN TO "..\clientes.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM

DATA DIVISION.
FILE SECTION.
FD ArchivoFechaNegocio.
01 RegistroFechaNegocio.
   02 FN-FechaNegocio  PIC 9(8).
   02 FN-UltimoCierre  PIC 9(8).
   02 FN-HoraCierre    PIC 9(6).

FD ArchivoClientes.
01 RegistroCliente.
   02 IdCliente          PIC 9(5).
      88 Aviso-SobreAjustado     VALUE "SA".
      88 Aviso-Descubierto       VALUE "DS".
      88 Aviso-Comision          VALUE "CM".
      88 Aviso-Devolucion        VALUE "DV".
      88 Aviso-CierreCuenta      VALUE "CC".
      88 Aviso-CuotaImpagada     VALUE "PM".
   02 Avi-Importe   PIC 9(5)V99.
   02 Avi-Moneda    PIC X(3).
   02 Avi-Fecha     PIC 9(8).
   88 Cliente-Hallado   VALUE 'S'.

PROCEDURE DIVISION.
    PERFORM LEER-FECHA-NEGOCIO

    DISPLAY "=== IMPRESION DE AVISOS PENDIENTES DE UN CLIENTE ==="
    DISPLAY "IdCliente cuyos avisos se imprimen: "
                    MOVE "Su cuenta ha entrado en el descubierto autorizado" TO TextoEvento
                WHEN Aviso-Comision
                    MOVE "Se ha cargado la comision de mantenimiento" TO TextoEvento
                WHEN Aviso-Devolucion
                    MOVE "Su transferencia a otro banco fue devuelta y abonada" TO TextoEvento
                WHEN Aviso-CierreCuenta
                    MOVE "Su cuenta ha sido cancelada y su saldo liquidado" TO TextoEvento
                WHEN Aviso-CuotaImpagada
                    MOVE "Una cuota de su prestamo ha quedado impagada" TO TextoEvento
                WHEN OTHER
                    MOVE "Comunicacion de su oficina" TO TextoEvento
            END-EVALUATE
    END-PERFORM
    CLOSE ArchivoAvisos
          ArchivoAvisosTrabajo.

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
