               *>Sucursal que mandó la novedad; se asienta en el log
               *>de auditoría de mantenimiento (en blanco en líneas
               *>anteriores al campo).
           02  NOV-CONDICION-PAGO   PIC X(03).
               88  NOV-SIN-CONDICION   VALUE SPACES.
               *>Condición de pago del maestro CONDICIONES; en blanco
               *>(también en líneas anteriores al campo) el alta queda
               *>contado y el cambio no toca la condición del cliente.
           02  NOV-ENVIO            PIC X(01).
               88  NOV-SIN-ENVIO       VALUE SPACE.
               *>Preferencia de envío (P/E/A, ver CLI_ENVIO); en
               *>blanco (también en líneas anteriores al campo) el
               *>alta queda en papel y el cambio no la toca.
