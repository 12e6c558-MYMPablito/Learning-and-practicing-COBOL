      *> Layout del extracto de recordatorios de pago para el
      *> proveedor de mensajes SMS (recordatorios_sms.dat): renglon
      *> de largo fijo con el celular en diez digitos, el nombre del
      *> cliente, el importe por pagar, la fecha limite y la
      *> referencia de pago que el cliente cita al depositar. Lo
      *> escribe RecordatoriosPago cada dia y el proveedor lo toma tal
      *> cual; no lleva encabezado ni totales.
       01  Registro-Recordatorio.
           05 Sms-Telefono            PIC X(10).
           05 Sms-Nombre              PIC X(30).
           05 Sms-Importe             PIC 9(7)V99.
           05 Sms-Fecha-Vencimiento   PIC 9(8).
           05 Sms-Referencia          PIC X(7).
